      *>----------------------------------------------------------------
      *> SHIPFC - FILE-CONTROL entry for the ship-to address file,
      *> shared by SHIPMNT, ORDERENTRY, WEBORD, PICKLIST and DROPSHIP so
      *> the organization and key live in one place, the CUSTFC pattern.
      *>----------------------------------------------------------------
       select ShipToFile assign to "SHIPTO.DAT"
           organization is indexed
