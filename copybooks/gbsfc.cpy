      *>----------------------------------------------------------------
      *> GBSFC - FILE-CONTROL entry for the gradebook score file, used
      *> by GRADEBK, the CATFC pattern. The assignment's key with the
      *> student on the end, so a student's mark is one direct read.
      *>----------------------------------------------------------------
       select ScoreFile assign to "GBSCORE.DAT"
           organization is indexed
           access is dynamic
           record key is SsKey
           lock mode is automatic
           file status is ScoreStatus.
