      *>----------------------------------------------------------------
      *> TPFC - FILE-CONTROL entry for the EDI trading-partner file,
      *> shared by EDIPART, EDIGEN and EDIRUN. One row per customer
      *> who takes invoices or ship notices electronically.
      *>----------------------------------------------------------------
       select PartnerFile assign to "EDIPART.DAT"
           organization is indexed
           access is dynamic
           record key is TpIdNum
           lock mode is exclusive
           file status is PartnerFileStatus.
