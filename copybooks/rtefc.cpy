      *>----------------------------------------------------------------
      *> RTEFC - FILE-CONTROL entry for the local delivery route master,
      *> shared by RTEMNT and GETROUTE so the organization and key live
      *> in one place, the CUSTFC pattern.
      *>----------------------------------------------------------------
       select RouteFile assign to "ROUTE.DAT"
           organization is indexed
           access is dynamic
           record key is RtZipPrefix
           lock mode is automatic
           file status is RouteFileStatus.
