      *>----------------------------------------------------------------
      *> SUPFC - FILE-CONTROL entry for the product supersession file,
      *> maintained by PRODMNT and read through GETSUPER wherever a
      *> product is sold or bought. One row per discontinued product.
      *>----------------------------------------------------------------
       select SupersedeFile assign to "PRODSUP.DAT"
           organization is indexed
           access is dynamic
           record key is SpName
           file status is SupersedeFileStatus.
