      *>----------------------------------------------------------------
      *> IMDFC - FILE-CONTROL entry for the student dose file, shared
      *> by IMMMNT and CHKIMMUN, the CATFC pattern. Keyed on student,
      *> vaccine and dose number: one student's health record is a
      *> single key range.
      *>----------------------------------------------------------------
       select ImmDoseFile assign to "IMMDOSE.DAT"
           organization is indexed
           access is dynamic
           record key is IdKey
           lock mode is automatic
           file status is ImmDoseStatus.
