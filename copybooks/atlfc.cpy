      *>----------------------------------------------------------------
      *> ATLFC - FILE-CONTROL entry for the attendance letter log,
      *> the CATFC pattern. Keyed on student, term and tier, so a tier
      *> can only go to a family once a term and the tiers one student
      *> was sent read back in order.
      *>----------------------------------------------------------------
       select AttLetterFile assign to "ATTLTRLOG.DAT"
           organization is indexed
           access is dynamic
           record key is AlKey
           lock mode is automatic
           file status is AttLetterStatus.
