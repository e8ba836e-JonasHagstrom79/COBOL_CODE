           when OrdStatusPicked   move "PICKED" to WSStatusWord
           when OrdStatusShipped  move "SHIPPED" to WSStatusWord
           when OrdStatusInvoiced move "INVOICED" to WSStatusWord
           when OrdStatusCancelled move "CANCELLED" to WSStatusWord
           when OrdStatusHeld     move "HELD" to WSStatusWord
           when other             move OrdStatus to WSStatusWord
       end-evaluate.

               display "Order " WSInquireOrder " is already shipped"
           when OrdStatusInvoiced
               display "Order " WSInquireOrder " is already invoiced"
           when OrdStatusCancelled
               display "Order " WSInquireOrder " was cancelled"
           when OrdStatusHeld
               display "Order " WSInquireOrder " is held for price approval"
           when other
               display "Order " WSInquireOrder " status not recognised"
       end-evaluate
