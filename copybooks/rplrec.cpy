      *>----------------------------------------------------------------
      *> RPLREC - one suggested transfer between buildings (REPLENXFR.DAT).
      *> REPLEN writes it pending and prints it on the pick sheet; STOCKXFR
      *> posts the quantity actually moved and marks it confirmed. A
      *> suggestion still pending at the next night's run is replaced by
      *> that night's figures.
      *>----------------------------------------------------------------
       01 ReplenXfrData.
           02 RxNumber       pic 9(6).
           02 RxRunDate      pic 9(8).
           02 RxStatus       pic x(1).
               88 RxPending   value "P".
               88 RxConfirmed value "C".
           02 RxProduct      pic x(5).
           02 RxSize         pic x(1).
           02 RxSlot         pic 9(1).
           02 RxFromLocation pic x(2).
           02 RxFromBin      pic x(6).
           02 RxToLocation   pic x(2).
           02 RxToBin        pic x(6).
           02 RxQty          pic 9(5). *>suggested
           02 RxPostedQty    pic 9(5). *>actually moved, set on confirmation
           02 RxPostedDate   pic 9(8).
           02 RxOperator     pic x(10).
