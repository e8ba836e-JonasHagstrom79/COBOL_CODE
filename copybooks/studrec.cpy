      *> hand-edited student.dat flat files. Same fields the flat
      *> StudData carried, under Sm- names so programs can hold both
      *> layouts at once. The sort/merge/honor-roll chain is fed from
      *> STUDEXT extracts of this master. GPACALC keeps both GPAs;
      *> CLSRANK ranks each grade level on the weighted one.
      *>----------------------------------------------------------------
       01 StudMasterData.
           02 SmIDNum          pic 9(5).
           02 SmGradeLevel     pic 9(2).
           02 SmGPA            pic 9v99.
           02 SmEnrollmentDate pic 9(8). *>YYYYMMDD
           02 SmWeightedGPA    pic 9v99. *>honors and AP bumped, GPACALC
           02 SmClassRank      pic 9(4). *>within the grade level, zero = not ranked
           02 SmClassSize      pic 9(4). *>students ranked with them
           02 SmDecile         pic 9(2). *>1 = top tenth
