      *>----------------------------------------------------------------
      *> LOTREC - lot stock record (LOTSTOCK.DAT). The shelf-life lines
      *> carry their location stock by lot as well as by size slot: one
      *> row per product, size, location, expiry and lot, so a START on
      *> product/size/location reads the lots in the order they go off -
      *> first-expiring-first-out is simply the key order. A lot with no
      *> expiry is keyed 99999999 so it is picked last. RECEIVE adds to
      *> it, PICKLIST and STOCKXFR take from it through LOTSTK.
      *>----------------------------------------------------------------
       01 LotStockData.
           02 LtKey.
               03 LtProduct   pic x(5).
               03 LtSize      pic x(1).
               03 LtLocation  pic x(2).
               03 LtExpiry    pic 9(8). *>YYYYMMDD, 99999999 = does not expire
               03 LtLotNumber pic x(10).
           02 LtQtyOnHand  pic 9(5).
           02 LtFirstIn    pic 9(8). *>YYYYMMDD the lot first arrived here
