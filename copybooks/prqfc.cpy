      *>----------------------------------------------------------------
      *> PRQFC - FILE-CONTROL entry for the course prerequisite file,
      *> shared by CATMNT and CHKPREREQ, the CATFC pattern. Keyed on
      *> the course and the course it requires, so one course's
      *> prerequisites are a single key range.
      *>----------------------------------------------------------------
       select PrereqFile assign to "PREREQ.DAT"
           organization is indexed
           access is dynamic
           record key is PqKey
           lock mode is automatic
           file status is PrereqStatus.
