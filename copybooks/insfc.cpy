      *>----------------------------------------------------------------
      *> INSFC - FILE-CONTROL entry for the inspection hold file, keyed
      *> on the hold number off INSGENNUM.DAT. RECEIVE writes the holds,
      *> INSPECT passes or rejects them and ages the ones still waiting.
      *>----------------------------------------------------------------
       select InspHoldFile assign to "INSPHOLD.DAT"
           organization is indexed
           access is dynamic
           record key is IhNumber
           lock mode is automatic
           file status is InspHoldStatus.
