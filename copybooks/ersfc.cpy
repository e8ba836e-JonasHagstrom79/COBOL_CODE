      *>----------------------------------------------------------------
      *> ERSFC - FILE-CONTROL entry for the personal-data erasure
      *> request file, the CATFC pattern. One row per customer who has
      *> asked to be erased, keyed on the customer IdNum.
      *>----------------------------------------------------------------
       select EraseRequestFile assign to "ERASEREQ.DAT"
           organization is indexed
           access is dynamic
           record key is ErIdNum
           lock mode is automatic
           file status is EraseRequestStatus.
