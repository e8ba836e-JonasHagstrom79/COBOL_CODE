      *>----------------------------------------------------------------
      *> IMQFC - FILE-CONTROL entry for the immunization requirements
      *> table, shared by IMMMNT and CHKIMMUN, the CATFC pattern. Keyed
      *> on grade level then vaccine, so one grade's requirements are
      *> a single key range.
      *>----------------------------------------------------------------
       select ImmReqFile assign to "IMMREQ.DAT"
           organization is indexed
           access is dynamic
           record key is IqKey
           lock mode is automatic
           file status is ImmReqStatus.
