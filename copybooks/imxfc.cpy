      *>----------------------------------------------------------------
      *> IMXFC - FILE-CONTROL entry for the immunization exemption
      *> file, shared by IMMMNT and CHKIMMUN, the CATFC pattern.
      *>----------------------------------------------------------------
       select ImmExemptFile assign to "IMMEXEMPT.DAT"
           organization is indexed
           access is dynamic
           record key is IxKey
           lock mode is automatic
           file status is ImmExemptStatus.
