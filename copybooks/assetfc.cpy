      *>----------------------------------------------------------------
      *> ASSETFC - FILE-CONTROL entry for the fixed-asset master,
      *> shared by FAMNT, the monthly FADEPR run and APVOUCH so the
      *> organization and key live in one place, the VENDFC pattern.
      *>----------------------------------------------------------------
       select FixedAssetFile assign to "FIXASSET.DAT"
           organization is indexed
           access is dynamic
           record key is FaNumber
           lock mode is automatic
           file status is FixedAssetStatus.
