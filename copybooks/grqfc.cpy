      *>----------------------------------------------------------------
      *> GRQFC - FILE-CONTROL entry for the graduation requirements
      *> table, shared by GRQMNT and GRADAUDIT, the CATFC pattern.
      *>----------------------------------------------------------------
       select GradReqFile assign to "GRADREQ.DAT"
           organization is indexed
           access is dynamic
           record key is GrArea
           lock mode is automatic
           file status is GradReqStatus.
