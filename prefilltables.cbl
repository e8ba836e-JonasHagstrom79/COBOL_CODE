01 DollarNum PIC $$,$$9.99.
01 WSVendorPrice pic x(20). *>raw text off a vendor price-list feed - stray spaces, missing decimals
01 WSVendorClean pic 9(7)v99.
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order header " WSReleaseOrderNum
               " could not be written"
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       move OrdQty to OrdShippedQty
       write OrderData
           invalid key display "Order line " WSReleaseOrderNum
       move zero to PMMinQty, PMReorderQty
       move zero to PMUnitCost
       move spaces to PMBin
       move zero to PMWarrantyMonths
       move 'N' to PMVendorWarranty
       move 'N' to PMInspect
       move zero to WSSizeIndex
       perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
           if PMSize(WSSizeIndex:1) = WSReceiveSize
