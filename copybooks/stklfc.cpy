      *>----------------------------------------------------------------
      *> STKLFC - FILE-CONTROL entry for the stock-by-location file,
      *> shared by STKLOC, LOCLVL and the replenishment run so the
      *> organization and key live in one place, the CUSTFC pattern.
      *>----------------------------------------------------------------
       select StockLocFile assign to "STOCKLOC.DAT"
           organization is indexed
           access is dynamic
           record key is SlKey
           lock mode is automatic
           file status is StockLocStatus.
