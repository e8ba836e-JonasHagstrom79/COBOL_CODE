      *>----------------------------------------------------------------
      *> COLNOTE - collections call note (COLNOTES.DAT). One row for
      *> every call the collector logs and every promise COLBRK finds
      *> broken, in the order they happened - read back by customer it
      *> is that customer's call history.
      *>----------------------------------------------------------------
       01 CollectNoteData.
           02 CnIdNum      pic 9(5).
           02 CnDate       pic 9(8).
           02 CnTime       pic 9(6).
           02 CnOperator   pic x(10).
           02 CnOutcome    pic x(2).
               88 CnPromised    value "PP". *>promise to pay taken
               88 CnNoAnswer    value "NA".
               88 CnLeftMessage value "LM".
               88 CnRefused     value "RF".
               88 CnDisputed    value "DS". *>customer raised a dispute
               88 CnBroken      value "BP". *>written by COLBRK
               88 CnOther       value "OT".
           02 CnText       pic x(60).
