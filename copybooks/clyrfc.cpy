      *>----------------------------------------------------------------
      *> CLYRFC - FILE-CONTROL entry for the FIFO cost layer file,
      *> shared by COSTPOST, which builds and consumes the layers, and
      *> INVVAL, which values the stock off them.
      *>----------------------------------------------------------------
       select CostLayerFile assign to "COSTLAYER.DAT"
           organization is indexed
           access is dynamic
           record key is CyKey
           lock mode is automatic
           file status is CostLayerStatus.
