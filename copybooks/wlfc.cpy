      *>----------------------------------------------------------------
      *> WLFC - FILE-CONTROL entry for the course waitlist, shared by
      *> COURSEREG and WAITFILL, the ENRFC pattern. Keyed course/term
      *> then the moment the student asked, so the key order is the
      *> queue order.
      *>----------------------------------------------------------------
       select WaitListFile assign to "WAITLIST.DAT"
           organization is indexed
           access is dynamic
           record key is WlKey
           lock mode is automatic
           file status is WaitListStatus.
