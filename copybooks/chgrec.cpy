      *>----------------------------------------------------------------
      *> CHGREC - order change log (ORDCHG.DAT), one row appended by
      *> ORDCHG for every line it cancels or cuts after entry: the
      *> quantity before and after, how much went back on the shelf,
      *> the credit raised for stock already handed to billing, and
      *> the reason code customer service gave. WEBSTAT sends the day's
      *> rows back to the web store so the site shows the cut.
      *>----------------------------------------------------------------
       01 OrderChangeData.
           02 CgDate      pic 9(8).
           02 CgOrdNumber pic 9(6).
           02 CgOrdLineNo pic 9(2).
           02 CgIdNum     pic 9(5).
           02 CgAction    pic x(1).
               88 CgActionCancel value "X". *>the whole order cancelled
               88 CgActionReduce value "R". *>one line's quantity cut
           02 CgProduct   pic x(5).
           02 CgSize      pic x(1).
           02 CgOldQty    pic 9(5).
           02 CgNewQty    pic 9(5).
           02 CgStockBack pic 9(5). *>of the cut, units returned to stock
           02 CgCredit    pic 9(7)v99. *>credited for stock already billed
                                        *>out on the ORDERS.DAT hand-off
           02 CgReason    pic x(2).
               88 CgReasonCustomer  value "CR". *>customer changed their mind
               88 CgReasonDuplicate value "DU". *>keyed twice
               88 CgReasonPrice     value "PR". *>price disagreement
               88 CgReasonLeadTime  value "LT". *>cannot wait for the stock
               88 CgReasonCredit    value "CH". *>credit refused
               88 CgReasonOther     value "OT".
               88 CgReasonValid values "CR" "DU" "PR" "LT" "CH" "OT".
           02 CgOperator  pic x(10).
