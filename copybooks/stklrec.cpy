      *>----------------------------------------------------------------
      *> STKLREC - stock on hand per product per warehouse location
      *> (STOCKLOC.DAT). The product master keeps the across-locations
      *> TOTAL per size slot, this file carries the split between
      *> buildings, and the stocking levels each building is meant to
      *> hold - REPLEN moves stock from a building above its target to
      *> one that has fallen below its minimum.
      *>----------------------------------------------------------------
       01 StockLocData.
           02 SlKey.
               03 SlProduct  pic x(5).
               03 SlLocation pic x(2). *>01 = the original warehouse
           02 SlQtyBySize pic s9(5) occurs 8 times. *>same slot order as PMSize
           02 SlBin       pic x(6). *>the bin at THIS location
           02 SlMinQty    pic 9(5) occurs 8 times. *>below this the building
                                                    *>is topped up, zero = no
                                                    *>level kept here
           02 SlTargetQty pic 9(5) occurs 8 times. *>what a top-up fills it
                                                    *>back to, and what it
                                                    *>keeps before giving
                                                    *>stock away; zero = the
                                                    *>minimum
