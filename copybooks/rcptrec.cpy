      *>----------------------------------------------------------------
      *> RCPTREC - receipt history row (RECEIPTS.DAT), one per PO line
      *> per arrival at the dock, appended by RECEIVE. The PO itself only
      *> keeps the running quantity received; this is the dated record
      *> of when each delivery came in and how much was on it, against
      *> the PO date and the quantity ordered - VENDSCORE grades the
      *> vendors off it, and a recall traces a lot back to its PO.
      *>----------------------------------------------------------------
       01 ReceiptData.
           02 RcPoNumber     pic 9(6).
           02 RcLineNo       pic 9(2).
           02 RcVendor       pic 9(4).
           02 RcPoDate       pic 9(8). *>YYYYMMDD the PO was raised
           02 RcReceiptDate  pic 9(8). *>YYYYMMDD it arrived
           02 RcProduct      pic x(5).
           02 RcSize         pic x(1).
           02 RcQtyOrdered   pic 9(5).
           02 RcQtyReceived  pic 9(5). *>on this delivery
           02 RcQtyToDate    pic 9(5). *>received on the line so far, this one
                                       *>included - equal to RcQtyReceived on
                                       *>the line's first delivery
           02 RcOperator     pic x(10).
           02 RcLotNumber    pic x(10). *>spaces = not lot controlled
           02 RcExpiry       pic 9(8).  *>YYYYMMDD use-by, zero = none
