      *>----------------------------------------------------------------
      *> ATPREQ - request area for GETATP, the available-to-promise
      *> calculation shared by ATPINQ, ORDERENTRY and QUOTE. The caller
      *> has the product master record in hand and passes the size slot
      *> with its on-hand and on-order figures; GETATP nets off the open
      *> order lines still waiting on stock and the backorders, lays the
      *> open purchase-order lines out by expected arrival (PO date plus
      *> the vendor's lead days) and answers the first date the
      *> quantity asked for can ship complete.
      *>----------------------------------------------------------------
       01 AtpRequest.
           02 AtProduct     pic x(5).
           02 AtSize        pic x(1).
           02 AtSlot        pic 9(1). *>PMSize slot of AtSize
           02 AtLocation    pic x(2). *>a warehouse, spaces = all of them
           02 AtQty         pic 9(5). *>quantity to promise, zero = one
           02 AtRunDate     pic 9(8).
           02 AtOnHand      pic 9(7). *>in: PMQtyBySize for the slot; out:
                                       *>the location's share when one
                                       *>is named
           02 AtOnOrder     pic 9(7). *>in: PMQtyOnOrder for the slot
           02 AtCommitted   pic 9(7). *>open order-line remainders
           02 AtBackordered pic 9(7). *>waiting on BACKORDER.DAT
           02 AtAvailNow    pic s9(7). *>on hand less committed and
                                        *>backordered
           02 AtAvailable   pic s9(7). *>the same plus what is on order
           02 AtPromiseDate pic 9(8). *>zero = no date can be given
           02 AtPromiseBasis pic x(1).
               88 AtFromStock    value "S".
               88 AtFromPo       value "P".
               88 AtFromLeadTime value "L". *>nothing on order covers it -
                                             *>a new buy from the preferred
                                             *>vendor
               88 AtNoPromise    value " ".
           02 AtPoCount     pic 9(2).
           02 AtPoLine occurs 20 times. *>open PO lines, earliest arrival
                                         *>first
               03 AtPoNumber  pic 9(6).
               03 AtPoVendor  pic 9(4).
               03 AtPoArrival pic 9(8).
               03 AtPoOpenQty pic 9(5).
