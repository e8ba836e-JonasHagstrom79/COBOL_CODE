      *>----------------------------------------------------------------
      *> TSTFC - FILE-CONTROL entry for the standardized test score
      *> file, shared by TESTIMP, TESTRPT and TRANSCPT so the
      *> organization and key live in one place, the STUDFC pattern.
      *> Keyed student/subject/date, so one student's history is a
      *> single key range.
      *>----------------------------------------------------------------
       select TestScoreFile assign to "TESTSCR.DAT"
           organization is indexed
           access is dynamic
           record key is TsKey
           lock mode is automatic
           file status is TestScoreStatus.
