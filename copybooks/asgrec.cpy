      *>----------------------------------------------------------------
      *> ASGREC - one graded assignment of a course section (ASSIGN.DAT)
      *> - what it was, its category, the points it is marked out of
      *> and its weight in the term average. Each student's mark on it
      *> is a row on GBSCORE.DAT.
      *>----------------------------------------------------------------
       01 AssignmentData.
           02 AsKey.
               03 AsCourse pic x(6).
               03 AsTerm   pic x(6).
               03 AsNumber pic 9(3).
           02 AsTitle    pic x(30).
           02 AsCategory pic x(1).
               88 AsHomework value "H".
               88 AsQuiz     value "Q".
               88 AsTest     value "T".
           02 AsPossible pic 9(4)v9. *>points the assignment is marked out of
           02 AsWeight   pic 9(3).   *>its share of the term average
           02 AsDueDate  pic 9(8).   *>YYYYMMDD
