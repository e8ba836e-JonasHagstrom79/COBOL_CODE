      *>----------------------------------------------------------------
      *> ASGFC - FILE-CONTROL entry for the gradebook assignment file,
      *> used by GRADEBK, the CATFC pattern. Keyed on course, term and
      *> assignment number, so one section's assignments are a single
      *> key range in the order they were set.
      *>----------------------------------------------------------------
       select AssignmentFile assign to "ASSIGN.DAT"
           organization is indexed
           access is dynamic
           record key is AsKey
           lock mode is automatic
           file status is AssignmentStatus.
