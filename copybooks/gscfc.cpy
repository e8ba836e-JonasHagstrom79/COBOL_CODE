      *>----------------------------------------------------------------
      *> GSCFC - FILE-CONTROL entry for the grading scale, used by
      *> GRADEBK, the CATFC pattern.
      *>----------------------------------------------------------------
       select GradeScaleFile assign to "GRDSCALE.DAT"
           organization is indexed
           access is dynamic
           record key is GdLetter
           lock mode is automatic
           file status is GradeScaleStatus.
