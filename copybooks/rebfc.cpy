      *>----------------------------------------------------------------
      *> REBFC - FILE-CONTROL entry for the volume rebate agreements,
      *> shared by REBMNT and the monthly REBRUN so the organization
      *> and key live in one place, the VENDFC pattern.
      *>----------------------------------------------------------------
       select RebateFile assign to "REBATE.DAT"
           organization is indexed
           access is dynamic
           record key is RbNumber
           lock mode is automatic
           file status is RebateFileStatus.
