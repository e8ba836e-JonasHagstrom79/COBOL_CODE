fd GenerationFile.
01 GenCustomerData.
       02 GenIdNum pic 9(5).
       02 filler   pic x(170).
fd CustAuditFile.
       copy custaud.

