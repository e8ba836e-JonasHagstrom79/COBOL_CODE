      *>----------------------------------------------------------------
      *> COLREC - collections account record (COLACCT.DAT). Where the
      *> collector stands with a customer: when they last called, the
      *> promise to pay they got (how much, by when), and when to call
      *> next. COLCALL writes it at the end of each call, COLBRK marks
      *> the promise kept or broken the morning after it falls due, and
      *> COLWORK reads it to decide who is on tonight's call list.
      *>----------------------------------------------------------------
       01 CollectData.
           02 CoIdNum         pic 9(5).
           02 CoLastCall      pic 9(8). *>YYYYMMDD of the last call logged
           02 CoLastOperator  pic x(10).
           02 CoFollowUp      pic 9(8). *>next call due - the customer stays
                                         *>off the list until then
           02 CoPromiseAmt    pic 9(7)v99.
           02 CoPromiseDate   pic 9(8). *>the date the money was promised by
           02 CoPromiseMade   pic 9(8). *>the date the promise was taken
           02 CoPromiseStatus pic x(1).
               88 CoNoPromise      value space.
               88 CoPromiseOpen    value "O".
               88 CoPromiseKept    value "K".
               88 CoPromiseBroken  value "B".
           02 CoPromisePaid   pic 9(7)v99. *>what COLBRK found paid against it
           02 CoBrokenCount   pic 9(2). *>broken promises to date
