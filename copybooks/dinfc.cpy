      *>----------------------------------------------------------------
      *> DINFC - FILE-CONTROL entry for the discipline incident file,
      *> shared by DISCMNT and DISCSUM, the CATFC pattern. Keyed on
      *> student, date and a same-day sequence: one student's history
      *> is a single key range.
      *>----------------------------------------------------------------
       select IncidentFile assign to "DISCINC.DAT"
           organization is indexed
           access is dynamic
           record key is DiKey
           lock mode is automatic
           file status is IncidentStatus.
