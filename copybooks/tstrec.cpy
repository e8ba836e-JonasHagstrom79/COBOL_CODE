      *>----------------------------------------------------------------
      *> TSTREC - one standardized test result (TESTSCR.DAT), loaded by
      *> TESTIMP from the state testing vendor's spring results file
      *> and matched to the student master on SmIDNum. The subject is
      *> the vendor's code, which is the department code staff carry on
      *> TEACHER.DAT (MATH, ELA, SCIENCE), so TESTRPT can line a score
      *> up against the sections that teach it. A reload of the same
      *> student, subject and date replaces the row.
      *>----------------------------------------------------------------
       01 TestScoreData.
           02 TsKey.
               03 TsIDNum    pic 9(5).
               03 TsSubject  pic x(10).
               03 TsTestDate pic 9(8). *>YYYYMMDD sat
           02 TsScaleScore  pic 9(4).
           02 TsLevel       pic 9(1). *>the state's proficiency band
               88 TsBelowBasic  value 1.
               88 TsApproaching value 2.
               88 TsProficient  value 3.
               88 TsAdvanced    value 4.
               88 TsLevelValid  values 1 thru 4.
               88 TsMeetsStandard values 3 4.
           02 TsGradeLevel  pic 9(2). *>the student's grade level when tested
           02 TsImportDate  pic 9(8).
