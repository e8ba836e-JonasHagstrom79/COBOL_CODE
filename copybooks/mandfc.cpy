      *>----------------------------------------------------------------
      *> MANDFC - FILE-CONTROL entry for the direct-debit mandate
      *> master, shared by ACHMAND, ACHRUN and ACHRET the way PLANFC
      *> serves the payment-plan programs. One mandate per customer.
      *>----------------------------------------------------------------
       select MandateFile assign to "ACHMAND.DAT"
           organization is indexed
           access is dynamic
           record key is MdIdNum
           lock mode is exclusive
           file status is MandateFileStatus.
