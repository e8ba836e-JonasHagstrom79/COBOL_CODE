       copy prodfc.
       copy pofc.
       copy ordfc.
       copy vendfc.
       copy insfc.
       select InsGenNumFile assign to "INSGENNUM.DAT"
           organization is line sequential
           file status is InsGenNumFileStatus.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
           file status is OrdersFileStatus.
       select ExceptionReport assign to "RECEXC.rpt"
           organization is line sequential.
       select ReceiptHistFile assign to "RECEIPTS.DAT"
           organization is line sequential
           file status is ReceiptHistStatus.
data division.
file section.
fd ProductFile.
       copy porec.
fd OrderFile.
       copy ordrec.
fd VendorFile.
       copy vendrec.
fd InspHoldFile.
       copy insrec.
fd InsGenNumFile.
01 InsGenNumLine pic 9(6).
fd ProdAuditFile.
       copy prodaud.
fd BackOrderFile.
01 OrdersLine pic x(40).
fd ExceptionReport.
01 ExcPrintLine pic x(90).
fd ReceiptHistFile.
       copy rcptrec.

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
       88 OrderGenNumFileOk value "00".
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 ReceiptHistStatus pic x(2) value "00".
       88 ReceiptHistOk value "00".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
01 InspHoldStatus pic x(2) value "00".
       88 InspHoldOk value "00".
       88 InspHoldNotFound value "35".
01 InsGenNumFileStatus pic x(2) value "00".
       88 InsGenNumFileOk value "00".
01 WSVendorInspects pic x(1) value 'N'. *>Y = the PO's vendor has every
*>receipt held for inspection
01 WSHoldNumber pic 9(6) value zero.
01 WSHeldCount pic 9(3) value zero.
01 PoEndOfFile pic x(1) value 'N'.
01 BoEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1) value 'Y'. *>Y=receive another PO, N=done
01 WSReceiveProduct pic x(5).
01 WSReceiveSize pic x(1).
01 WSReceiveQty pic 9(5).
01 WSReceiveVendor pic 9(4).
01 WSReceivePoDate pic 9(8).
01 WSReceiveLot pic x(10) value spaces. *>blank = not a lot-controlled line
01 WSReceiveExpiry pic 9(8) value zero.
01 WSLotAction pic x(1) value 'R'.
01 WSLotAsOfDate pic 9(8) value zero.
01 WSLotQty pic 9(5) value zero.
01 WSSizeIndex pic 9 value zero.
01 WSPoFullyIn pic x(1) value 'Y'.
01 WSLinesReceived pic 9(3) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
       perform 1000-RECEIVE-ONE-PO thru 1000-EXIT until WSMode = 'N'
       close ExceptionReport
       display WSExceptionCount " exception line(s) on RECEXC.rpt"
       if WSHeldCount > zero
           display WSHeldCount " receipt(s) held for inspection - pass or"
               " reject them in INSPECT"
       end-if
       stop run.

1000-RECEIVE-ONE-PO.
           close PurchaseOrderFile
           go to 1000-EXIT
       end-if
       if PoDropOrder > zero
           display "PO " WSReceivePO " is a drop-ship for order " PoDropOrder
               " - it ships straight to the customer, confirm it in DROPSHIP"
           close PurchaseOrderFile
           go to 1000-EXIT
       end-if
       move PoVendor to WSReceiveVendor
       move PoDate to WSReceivePoDate
       perform 1100-CHECK-VENDOR-INSPECTION
       move zero to WSLinesReceived
       move 'Y' to WSPoFullyIn
       move 'N' to PoEndOfFile
       accept WSMode
       move function upper-case(WSMode) to WSMode.

1100-CHECK-VENDOR-INSPECTION.
       move 'N' to WSVendorInspects
       open input VendorFile
       if VendorMasterOk
           move WSReceiveVendor to VnNumber
           read VendorFile
               key is VnNumber
               invalid key continue
               not invalid key
                   if VnInspectReceipts
                       move 'Y' to WSVendorInspects
                       display "Vendor " WSReceiveVendor " - every line on"
                           " this PO is held for inspection"
                   end-if
           end-read
       end-if
       close VendorFile.

2000-RECEIVE-ONE-LINE.
       if PoLineNo = zero
           go to 2000-NEXT
       end-if
       move PoProduct to WSReceiveProduct
       move PoSize to WSReceiveSize
       perform 2100-ACCEPT-THE-LOT
       perform 3000-POST-INTO-STOCK thru 3000-EXIT
       add WSReceiveQty to PoQtyReceived
       perform 6000-LOG-THE-RECEIPT
       if PoQtyReceived > PoQtyOrdered
           perform 5100-FLAG-EXCEPTION-OVER
       end-if
2000-EXIT.
       exit.

2100-ACCEPT-THE-LOT. *>shelf-life lines arrive with a lot and a use-by date
*>on the carton - blank lot for everything else
       move spaces to WSReceiveLot
       move zero to WSReceiveExpiry
       display "Lot number (blank = not lot controlled) : " with no advancing
       accept WSReceiveLot
       if WSReceiveLot not = spaces
           display "Expiry date (YYYYMMDD, 0 = none) : " with no advancing
           accept WSReceiveExpiry
       end-if.

3000-POST-INTO-STOCK. *>into the size slot with the RECEIVE audit action, the
*>on-order figure relieved, the location stock topped up, and the waiting
*>backorders released - the PREFILLTABLES receipt path, driven off a PO
       close ProductFile
       go to 3000-EXIT.
3100-SLOT-FOUND.
       if PMInspectReceipts or WSVendorInspects = 'Y'
           perform 3200-HOLD-FOR-INSPECTION
           close ProductFile
           go to 3000-EXIT
       end-if
       move ProductMasterData to WSProdBefore
       if PoUnitCost > zero
           move PoUnitCost to PMUnitCost
       move WSReceiveQty to WSStkQty
       call "STKLOC" using WSStkAction, PMName, WSStkLocation,
           WSStkSlot, WSStkQty
       if WSReceiveLot not = spaces
           move 'R' to WSLotAction
           move WSReceiveQty to WSLotQty
           call "LOTSTK" using WSLotAction, PMName, WSReceiveSize,
               WSStkLocation, WSReceiveLot, WSReceiveExpiry, WSLotAsOfDate,
               WSLotQty
       end-if
       perform 1800-RELEASE-BACKORDERS thru 1800-EXIT
       close ProductFile.
3000-EXIT.
       exit.

3200-HOLD-FOR-INSPECTION. *>the goods are here, so the on-order figure comes
*>down, but nothing reaches the size slot, the building's stock, the lot file or
*>the backorder queue until INSPECT passes it - the hold row carries the PO cost
*>and the lot for that day
       move ProductMasterData to WSProdBefore
       if WSReceiveQty >= PMQtyOnOrder(WSSizeIndex)
           move zero to PMQtyOnOrder(WSSizeIndex)
       else
           subtract WSReceiveQty from PMQtyOnOrder(WSSizeIndex)
       end-if
       rewrite ProductMasterData
       move ProductMasterData to WSJrnlImage
       call "MSTJRNL" using "P", "W", WSJrnlImage
       set PaActionHold to true
       perform 7800-WRITE-PRODUCT-AUDIT
       move zero to WSHoldNumber
       open input InsGenNumFile
       if InsGenNumFileOk
           read InsGenNumFile
               at end continue
               not at end move InsGenNumLine to WSHoldNumber
           end-read
       end-if
       close InsGenNumFile
       add 1 to WSHoldNumber
       open output InsGenNumFile
       move WSHoldNumber to InsGenNumLine
       write InsGenNumLine
       close InsGenNumFile
       initialize InspHoldData
       move WSHoldNumber to IhNumber
       move WSRunDate to IhReceiptDate
       move WSReceivePO to IhPoNumber
       move PoLineNo to IhPoLineNo
       move WSReceiveVendor to IhVendor
       move WSReceiveProduct to IhProduct
       move WSReceiveSize to IhSize
       move WSStkLocation to IhLocation
       move WSReceiveQty to IhQty
       move PoUnitCost to IhUnitCost
       move WSReceiveLot to IhLotNumber
       move WSReceiveExpiry to IhExpiry
       if PMInspectReceipts
           set IhForProduct to true
       else
           set IhForVendor to true
       end-if
       set IhHeld to true
       move WSOperator to IhReceiver
       open i-o InspHoldFile
       if InspHoldNotFound
           close InspHoldFile
           open output InspHoldFile
           close InspHoldFile
           open i-o InspHoldFile
       end-if
       write InspHoldData
           invalid key
               display "Inspection hold " WSHoldNumber " could not be written"
       end-write
       close InspHoldFile
       add 1 to WSHeldCount
       display WSReceiveQty " of " WSReceiveProduct " size " WSReceiveSize
           " held for inspection - hold " WSHoldNumber.

5000-FLAG-EXCEPTION-SHORT.
       move WSReceivePO to PrnPoNumber
       move PoProduct to PrnProduct
       write ExcPrintLine from ExcDetailLine after advancing 1 line
       add 1 to WSExceptionCount.

6000-LOG-THE-RECEIPT. *>the dated delivery VENDSCORE grades the vendor on
       move WSReceivePO to RcPoNumber
       move PoLineNo to RcLineNo
       move WSReceiveVendor to RcVendor
       move WSReceivePoDate to RcPoDate
       move WSRunDate to RcReceiptDate
       move PoProduct to RcProduct
       move PoSize to RcSize
       move PoQtyOrdered to RcQtyOrdered
       move WSReceiveQty to RcQtyReceived
       move PoQtyReceived to RcQtyToDate
       move WSOperator to RcOperator
       move WSReceiveLot to RcLotNumber
       move WSReceiveExpiry to RcExpiry
       open extend ReceiptHistFile
       if not ReceiptHistOk
           open output ReceiptHistFile
       end-if
       write ReceiptData
       close ReceiptHistFile.

1800-RELEASE-BACKORDERS. *>new stock goes first to the customers who have been
*>waiting - the same oldest-first pass PREFILLTABLES runs after its receipts
       move zero to WSReleaseSlot
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
