      *>----------------------------------------------------------------
      *> CLYRREC - one FIFO cost layer (COSTLAYER.DAT): a quantity of a
      *> product size that came in on one date at one unit cost. Keyed
      *> product, size, date and sequence, so a START on product/size
      *> reads the layers oldest first - first-in-first-out is simply
      *> the key order. Stock going out takes from the oldest layer
      *> still holding units; an emptied layer is deleted.
      *>----------------------------------------------------------------
       01 CostLayerData.
           02 CyKey.
               03 CyProduct   pic x(5).
               03 CySize      pic x(1).
               03 CyLayerDate pic 9(8). *>YYYYMMDD the units came in
               03 CyLayerSeq  pic 9(7). *>PRODAUDIT.DAT row that made it,
                                         *>zero = the opening balance
           02 CySource     pic x(1). *>the PRODAUDIT action - R receipt,
                                      *>T return, K cancel, J count, O the
                                      *>opening balance
           02 CyQtyIn      pic 9(5).
           02 CyQtyLeft    pic 9(5).
           02 CyUnitCost   pic 9(5)v99.
