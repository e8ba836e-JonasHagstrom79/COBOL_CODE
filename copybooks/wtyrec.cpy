      *>----------------------------------------------------------------
      *> WTYREC - warranty cover on one shipped order line (WARRANTY.DAT).
      *> WARREG registers it off the SHIPMENT.DAT ship date the first
      *> time the line is seen shipping a product with a warranty term;
      *> a later shipment of the same line only raises the quantity
      *> covered. WARCLAIM adds to the claimed quantity as covered claims
      *> are logged, so "what have we already replaced for them" is on
      *> the row.
      *>----------------------------------------------------------------
       01 WarrantyData.
           02 WyKey.
               03 WyOrdNumber pic 9(6).
               03 WyOrdLineNo pic 9(2).
           02 WyIdNum      pic 9(5).
           02 WyProduct    pic x(5).
           02 WySize       pic x(1).
           02 WyQty        pic 9(5). *>units shipped under cover
           02 WyUnitPrice  pic 9(5)v99. *>what the customer paid a unit
           02 WyShipDate   pic 9(8). *>YYYYMMDD cover starts
           02 WyMonths     pic 9(3). *>PMWarrantyMonths when it shipped
           02 WyExpiry     pic 9(8). *>YYYYMMDD last day of cover
           02 WyVendor     pic 9(4). *>PRODVEND.DAT supplier, zero = none
           02 WyVendorCovers pic x(1). *>Y = the supplier takes failures back
           02 WyClaimedQty pic 9(5). *>units already replaced or credited
           02 WyRegDate    pic 9(8). *>business date WARREG registered it
