      *>----------------------------------------------------------------
      *> COLFC - FILE-CONTROL entry for the collections account file,
      *> shared by COLWORK, COLCALL and COLBRK the way PLANFC serves
      *> the payment-plan programs. One row per customer the collector
      *> has worked.
      *>----------------------------------------------------------------
       select CollectFile assign to "COLACCT.DAT"
           organization is indexed
           access is dynamic
           record key is CoIdNum
           lock mode is exclusive
           file status is CollectFileStatus.
