      *>----------------------------------------------------------------
      *> LOTFC - FILE-CONTROL entry for the lot stock file, shared by
      *> LOTSTK and the lot reports so the organization and key live in
      *> one place, the CUSTFC pattern.
      *>----------------------------------------------------------------
       select LotStockFile assign to "LOTSTOCK.DAT"
           organization is indexed
           access is dynamic
           record key is LtKey
           lock mode is automatic
           file status is LotStockStatus.
