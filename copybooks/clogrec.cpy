      *>----------------------------------------------------------------
      *> CLOGREC - the cost of one stock movement (COSTLOG.DAT), written
      *> by COSTPOST as it applies the product audit trail to the FIFO
      *> layers: stock in at the cost of the layer it made, stock out
      *> at the cost of the layers it consumed. GLEXTRACT posts the
      *> inventory and cost-of-sales entries from it and PROFRPT costs
      *> the billed quantities with it.
      *>----------------------------------------------------------------
       01 CostLogData.
           02 ClDate      pic 9(8).
           02 ClAction    pic x(1). *>the PRODAUDIT action that moved it
           02 ClProduct   pic x(5).
           02 ClSize      pic x(1).
           02 ClDirection pic x(1).
               88 ClStockIn  value "I".
               88 ClStockOut value "O".
               88 ClRevalue  value "L". *>landed cost spread over the
                                         *>layers held - no units move
           02 ClQty       pic 9(5).
           02 ClValue     pic 9(9)v99.
           02 ClUncovered pic 9(5). *>units out with no layer left under
                                     *>them, costed at PMUnitCost
           02 ClOperator  pic x(10).
