      *>----------------------------------------------------------------
      *> DELIVFC - FILE-CONTROL entry for the customer document
      *> delivery preference file, shared by DELIVMNT, DOCSEND and
      *> DOCBOUNCE the way MANDFC serves the direct-debit programs.
      *> One row per customer who asked for anything but paper.
      *>----------------------------------------------------------------
       select DeliveryFile assign to "CUSTDELIV.DAT"
           organization is indexed
           access is dynamic
           record key is DvIdNum
           lock mode is exclusive
           file status is DeliveryFileStatus.
