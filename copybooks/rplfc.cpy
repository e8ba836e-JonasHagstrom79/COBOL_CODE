      *>----------------------------------------------------------------
      *> RPLFC - FILE-CONTROL entry for the replenishment transfer file,
      *> shared by REPLEN, which suggests the transfers each night, and
      *> STOCKXFR, which posts them once the pick sheet comes back.
      *>----------------------------------------------------------------
       select ReplenXfrFile assign to "REPLENXFR.DAT"
           organization is indexed
           access is dynamic
           record key is RxNumber
           lock mode is automatic
           file status is ReplenXfrStatus.
