      *>----------------------------------------------------------------
      *> LOTSHIP - lot shipped against an order line (LOTSHIP.DAT), one
      *> row appended by PICKLIST for every lot a pick draws on. A line
      *> that spans two lots gets two rows. LOTRECALL reads it back with
      *> ORDMAST.DAT and SHIPMENT.DAT to answer which customers got a lot,
      *> on which orders and when it shipped.
      *>----------------------------------------------------------------
       01 LotShipData.
           02 LsOrdNumber  pic 9(6).
           02 LsOrdLineNo  pic 9(2).
           02 LsIdNum      pic 9(5).
           02 LsProduct    pic x(5).
           02 LsSize       pic x(1).
           02 LsLocation   pic x(2).
           02 LsLotNumber  pic x(10).
           02 LsExpiry     pic 9(8).
           02 LsQty        pic 9(5).
           02 LsPickDate   pic 9(8).
