      *>----------------------------------------------------------------
      *> GBSREC - one student's mark on one assignment (GBSCORE.DAT).
      *> No row yet means not yet marked and the assignment is left out
      *> of the average; a missing piece of work counts as zero; an
      *> excused one is left out for that student only.
      *>----------------------------------------------------------------
       01 ScoreData.
           02 SsKey.
               03 SsCourse pic x(6).
               03 SsTerm   pic x(6).
               03 SsNumber pic 9(3).
               03 SsIDNum  pic 9(5).
           02 SsPoints pic 9(4)v9.
           02 SsMark   pic x(1).
               88 SsScored   value "S".
               88 SsMissing  value "M". *>counts as zero
               88 SsExcused  value "X". *>left out of the average
           02 SsDate   pic 9(8). *>YYYYMMDD the mark was entered
