      *>----------------------------------------------------------------
      *> WCLFC - FILE-CONTROL entry for the warranty claims file, keyed
      *> on the claim number off CLMGENNUM.DAT. Shared by WARCLAIM, which
      *> logs the claims, ORDERENTRY and RETURNS, which settle them, and
      *> RTV, which sends the supplier's failures back.
      *>----------------------------------------------------------------
       select ClaimFile assign to "WARCLAIM.DAT"
           organization is indexed
           access is dynamic
           record key is WcNumber
           alternate record key is WcIdNum with duplicates
           lock mode is automatic
           file status is ClaimFileStatus.
