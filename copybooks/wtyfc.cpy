      *>----------------------------------------------------------------
      *> WTYFC - FILE-CONTROL entry for the warranty register, the ORDFC
      *> pattern: indexed on the order number/line the cover came from,
      *> with an alternate key on the customer so the claims desk can
      *> pull everything one caller is covered for without a scan.
      *> WARREG writes it, WARCLAIM reads it and posts claimed units.
      *>----------------------------------------------------------------
       select WarrantyFile assign to "WARRANTY.DAT"
           organization is indexed
           access is dynamic
           record key is WyKey
           alternate record key is WyIdNum with duplicates
           lock mode is automatic
           file status is WarrantyFileStatus.
