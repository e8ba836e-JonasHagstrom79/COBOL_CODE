       >>source format free
identification division.
program-id. dropship.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy pofc.
       copy prodfc.
       copy custfc.
       copy shipfc.
       copy vendfc.
       select ProdVendFile assign to "PRODVEND.DAT"
           organization is line sequential
           file status is ProdVendStatus.
       select PoGenNumFile assign to "POGENNUM.DAT"
           organization is line sequential
           file status is PoGenNumStatus.
       select OrdersFile assign to "ORDERS.DAT"
           organization is line sequential
           file status is OrdersFileStatus.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select DropPrintFile assign to "DROPPO.rpt"
           organization is line sequential.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd PurchaseOrderFile.
       copy porec.
fd ProductFile.
       copy prodrec.
fd CustomerFile.
       copy custrec.
fd ShipToFile.
       copy shiprec.
fd VendorFile.
       copy vendrec.
fd ProdVendFile.
01 ProdVendData.
       02 PvProduct pic x(5).
       02 PvVendor  pic 9(4).
fd PoGenNumFile.
01 PoGenNumLine pic 9(6).
fd OrdersFile.
01 OrdersLine pic x(40).
fd AccrualFile.
       copy accjrnl.
fd ShipmentFile.
       copy shipcnf.
fd DropPrintFile.
01 DropPrintLine pic x(80).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 PurchaseOrderStatus pic x(2) value "00".
       88 PurchaseOrderOk value "00".
       88 PurchaseOrderNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 ShipToFileStatus pic x(2) value "00".
       88 ShipToFileOk value "00".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
       88 VendorMasterNotFound value "35".
01 ProdVendStatus pic x(2) value "00".
       88 ProdVendOk value "00".
01 PoGenNumStatus pic x(2) value "00".
       88 PoGenNumOk value "00".
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
01 OrderEndOfFile pic x(1) value 'N'.
01 PoEndOfFile pic x(1) value 'N'.
01 ProdVendEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>R=raise the vendor POs, C=confirm a vendor shipment, X=exit
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSCostOfSales pic x(4) value "5000". *>the goods cost the moment they ship
01 WSReceivingAccount pic x(4) value "2000". *>cleared when APVOUCH vouchers
*>the vendor's invoice, the way a dock receipt is
*>the header the lines in hand belong to, as the sequential pass found it
01 WSCurOrder pic 9(6) value zero.
01 WSCurIdNum pic 9(5) value zero.
01 WSCurShipTo pic x(3) value spaces.
01 WSCurLive pic x(1) value 'N'.
01 WSDropVendor pic 9(4) value zero.
01 WSDropQty pic 9(5) value zero.
01 WSPoNumber pic 9(6) value zero.
01 WSRunPoCount pic 9(2) value zero.
01 WSRunPoTable. *>one PO per order per vendor this run - two drop lines the
*>same vendor ships to the same customer go out on the same document
       02 WSRunPoEntry occurs 50 times.
           03 WSRunPoNum   pic 9(6).
           03 WSRunVendor  pic 9(4).
           03 WSRunOrder   pic 9(6).
           03 WSRunIdNum   pic 9(5).
           03 WSRunShipTo  pic x(3).
           03 WSRunPoLine  pic 9(2).
01 WSRunIndex pic 9(2) value zero.
01 WSRunSlot pic 9(2) value zero.
01 WSRunFull pic x(1) value 'N'.
01 WSLinesRaised pic 9(4) value zero.
01 WSSkippedNoVendor pic 9(4) value zero.
01 WSPrintWork pic x(80).
01 WSCityLine pic x(40).
01 WSShipToFound pic x(1) value 'N'.
01 WSConfirmPO pic 9(6).
01 WSDropOrder pic 9(6) value zero.
01 WSShipCustID pic 9(5) value zero.
01 WSCarrier pic x(10).
01 WSTracking pic x(20).
01 WSCartons pic 9(3).
01 WSShipQty pic 9(5).
01 WSOpenOnLine pic 9(5).
01 WSPoFullyIn pic x(1) value 'Y'.
01 WSLinesShipped pic 9(3) value zero.
01 WSHandoffTotal pic 9(7)v99 value zero.
01 WSLineCost pic 9(9)v99 value zero.
01 WSCostTotal pic 9(9)v99 value zero.
01 WSOrderComplete pic x(1) value 'Y'.

procedure division.
0000-MAINLINE. *>the lines the vendor ships straight to the customer - their
*>PO goes out with the customer's door as the deliver-to, and the vendor's
*>ship confirmation moves the order line the way a pick and SHIPCONF would,
*>so INVOICE bills it and APVOUCH matches against it without a single
*>carton passing through our stock
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Drop-ship - R-Raise vendor POs  C-Confirm vendor shipment  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'R' perform 2000-RAISE-DROP-POS thru 2000-EXIT
           when 'C' perform 3000-CONFIRM-SHIPMENT thru 3000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-RAISE-DROP-POS. *>every drop-ship line on a live order that has no PO
*>yet gets one - to the product's PRODVEND.DAT vendor, nothing added to
*>PMQtyOnOrder because none of it is coming to our shelf
       open i-o OrderFile
       if OrderFileNotFound
           display "No orders on file yet"
           close OrderFile
           go to 2000-EXIT
       end-if
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close OrderFile
           go to 2000-EXIT
       end-if
       open input ProductFile
       if not ProductFileOk
           display "Product file is not available - try again later"
           close ProductFile, OrderFile
           go to 2000-EXIT
       end-if
       open input VendorFile
       if VendorMasterNotFound
           display "VENDOR.DAT not on file - load vendors with VENDMNT first"
           close VendorFile, ProductFile, OrderFile
           go to 2000-EXIT
       end-if
       open i-o PurchaseOrderFile
       if PurchaseOrderNotFound
           close PurchaseOrderFile
           open output PurchaseOrderFile
           close PurchaseOrderFile
           open i-o PurchaseOrderFile
       end-if
       move zero to WSRunPoCount, WSLinesRaised, WSSkippedNoVendor
       move 'N' to WSRunFull
       move 'N' to WSCurLive
       move 'N' to OrderEndOfFile
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read
       perform 2100-SCAN-ONE-RECORD until OrderEndOfFile = 'Y'
       close OrderFile, ProductFile
       open input CustomerFile
       open input ShipToFile
       open output DropPrintFile
       move "Drop-Ship Purchase Orders Raised This Run" to DropPrintLine
       write DropPrintLine after advancing page
       perform 6100-PRINT-ONE-PO
           varying WSRunIndex from 1 by 1 until WSRunIndex > WSRunPoCount
       close PurchaseOrderFile, VendorFile, CustomerFile, ShipToFile,
           DropPrintFile
       display WSRunPoCount " drop-ship POs raised with " WSLinesRaised
           " lines - documents on DROPPO.rpt (" WSSkippedNoVendor
           " lines skipped, no preferred vendor)"
       if WSRunFull = 'Y'
           display "More drop-ship lines are waiting - run R again for the rest"
       end-if.
2000-EXIT.
       exit.

2100-SCAN-ONE-RECORD. *>the header ahead of the lines says whose order it is,
*>where it goes and whether it is still live
       if OrdLineNo = zero
           move OrdNumber to WSCurOrder
           move OrdIdNum to WSCurIdNum
           move OrdShipTo to WSCurShipTo
           move 'N' to WSCurLive
           if OrdStatusOpen or OrdStatusPicked or OrdStatusShipped
               move 'Y' to WSCurLive
           end-if
       else
           if WSCurLive = 'Y' and OrdDropShipped and OrdDropPO = zero
              and not OrdStatusCancelled and not OrdStatusInvoiced
              and OrdQty > OrdShippedQty and WSRunFull = 'N'
               perform 2200-RAISE-ONE-LINE thru 2200-EXIT
           end-if
       end-if
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read.

2200-RAISE-ONE-LINE.
       move OrdProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Order " OrdNumber "/" OrdLineNo " product " OrdProduct
                   " no longer on the master - line skipped"
               go to 2200-EXIT
       end-read
       perform 2500-FIND-PREFERRED-VENDOR
       if WSDropVendor = zero
           display "No preferred vendor for " OrdProduct " - assign one in"
               " VENDMNT, order " OrdNumber "/" OrdLineNo " skipped"
           add 1 to WSSkippedNoVendor
           go to 2200-EXIT
       end-if
       perform 2300-FIND-OR-OPEN-ORDER-PO thru 2300-EXIT
       if WSRunSlot = zero
           move 'Y' to WSRunFull
           go to 2200-EXIT
       end-if
       compute WSDropQty = OrdQty - OrdShippedQty
       perform 2400-WRITE-PO-LINE
       move WSPoNumber to OrdDropPO
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       add 1 to WSLinesRaised.
2200-EXIT.
       exit.

2300-FIND-OR-OPEN-ORDER-PO. *>the first line for an order and vendor draws the
*>number and writes the header; a full run table leaves the line for next time
       move zero to WSRunSlot
       perform 2350-MATCH-ONE-RUN-PO
           varying WSRunIndex from 1 by 1 until WSRunIndex > WSRunPoCount
       if WSRunSlot > zero
           move WSRunPoNum(WSRunSlot) to WSPoNumber
           go to 2300-EXIT
       end-if
       if WSRunPoCount >= 50
           go to 2300-EXIT
       end-if
       perform 7100-ASSIGN-PO-NUMBER
       perform 7200-WRITE-PO-HEADER
       add 1 to WSRunPoCount
       move WSRunPoCount to WSRunSlot
       move WSPoNumber to WSRunPoNum(WSRunSlot)
       move WSDropVendor to WSRunVendor(WSRunSlot)
       move WSCurOrder to WSRunOrder(WSRunSlot)
       move WSCurIdNum to WSRunIdNum(WSRunSlot)
       move WSCurShipTo to WSRunShipTo(WSRunSlot)
       move zero to WSRunPoLine(WSRunSlot).
2300-EXIT.
       exit.

2350-MATCH-ONE-RUN-PO.
       if WSRunOrder(WSRunIndex) = WSCurOrder
          and WSRunVendor(WSRunIndex) = WSDropVendor
           move WSRunIndex to WSRunSlot
       end-if.

2400-WRITE-PO-LINE. *>the POGEN line, tied back to the order line it ships
       add 1 to WSRunPoLine(WSRunSlot)
       move WSPoNumber to PoNumber
       move WSRunPoLine(WSRunSlot) to PoLineNo
       move WSDropVendor to PoVendor
       move WSRunDate to PoDate
       set PoStatusOpen to true
       move OrdProduct to PoProduct
       move OrdSize to PoSize
       move WSDropQty to PoQtyOrdered
       move zero to PoQtyReceived
       if PMUnitCost > zero
           move PMUnitCost to PoUnitCost
       else
           move PMUnitPrice to PoUnitCost
       end-if
       move OrdNumber to PoDropOrder
       move OrdLineNo to PoDropLine
       write PurchaseOrderData
           invalid key display "PO line " WSPoNumber "/" PoLineNo
               " could not be written"
       end-write.

2500-FIND-PREFERRED-VENDOR.
       move zero to WSDropVendor
       open input ProdVendFile
       if not ProdVendOk
           close ProdVendFile
           exit paragraph
       end-if
       move 'N' to ProdVendEndOfFile
       perform 2600-MATCH-ONE-PREF until ProdVendEndOfFile = 'Y'
       close ProdVendFile.

2600-MATCH-ONE-PREF.
       read ProdVendFile next
           at end move 'Y' to ProdVendEndOfFile
           not at end
               if PvProduct = OrdProduct
                   move PvVendor to WSDropVendor
                   move 'Y' to ProdVendEndOfFile
               end-if
       end-read.

3000-CONFIRM-SHIPMENT. *>the vendor's ship notice stands in for our dock - the
*>PO line is received, the order line shipped and handed off to billing, the
*>cost booked against the receiving accrual the voucher will clear
       display "Drop-ship PO number the vendor shipped : " with no advancing
       accept WSConfirmPO
       open i-o PurchaseOrderFile
       if PurchaseOrderNotFound
           display "No purchase orders on file yet"
           close PurchaseOrderFile
           go to 3000-EXIT
       end-if
       if not PurchaseOrderOk
           display "PO file is in use by another user - try again later"
           close PurchaseOrderFile
           go to 3000-EXIT
       end-if
       move WSConfirmPO to PoNumber
       move zero to PoLineNo
       read PurchaseOrderFile
           key is PoKey
           invalid key
               display "PO " WSConfirmPO " not found"
               close PurchaseOrderFile
               go to 3000-EXIT
       end-read
       if PoDropOrder = zero
           display "PO " WSConfirmPO " is a stock PO - post it through RECEIVE"
           close PurchaseOrderFile
           go to 3000-EXIT
       end-if
       if not PoStatusOpen
           display "PO " WSConfirmPO " is not open - status " PoStatus
           close PurchaseOrderFile
           go to 3000-EXIT
       end-if
       move PoDropOrder to WSDropOrder
       open i-o OrderFile
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close OrderFile, PurchaseOrderFile
           go to 3000-EXIT
       end-if
       move WSDropOrder to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order " WSDropOrder " behind PO " WSConfirmPO
                   " is no longer on file"
               close OrderFile, PurchaseOrderFile
               go to 3000-EXIT
       end-read
       move OrdIdNum to WSShipCustID
       display "Carrier : " with no advancing
       accept WSCarrier
       move function upper-case(WSCarrier) to WSCarrier
       display "Tracking number : " with no advancing
       accept WSTracking
       display "Carton count : " with no advancing
       accept WSCartons
       open extend OrdersFile
       if not OrdersFileOk
           open output OrdersFile
       end-if
       open extend AccrualFile
       if not AccrualFileOk
           open output AccrualFile
       end-if
       move zero to WSLinesShipped, WSCostTotal
       move 'Y' to WSPoFullyIn
       move 'N' to PoEndOfFile
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read
       perform 3100-CONFIRM-ONE-LINE thru 3100-EXIT
           until PoEndOfFile = 'Y' or PoNumber not = WSConfirmPO
       close OrdersFile, AccrualFile
       move WSConfirmPO to PoNumber
       move zero to PoLineNo
       read PurchaseOrderFile
           key is PoKey
           invalid key continue
           not invalid key
               if WSPoFullyIn = 'Y'
                   set PoStatusReceived to true
                   rewrite PurchaseOrderData
                   display "PO " WSConfirmPO " fully shipped by the vendor"
               else
                   display "PO " WSConfirmPO " stays open - the vendor owes the rest"
               end-if
       end-read
       close PurchaseOrderFile
       if WSLinesShipped > zero
           perform 3500-CLOSE-OUT-THE-ORDER thru 3500-EXIT
           perform 3700-WRITE-SHIPMENT-ROW
       end-if
       close OrderFile
       display WSLinesShipped " line(s) shipped on order " WSDropOrder
           " - cost " WSCostTotal " booked to " WSCostOfSales.
3000-EXIT.
       exit.

3100-CONFIRM-ONE-LINE.
       if PoLineNo = zero or PoQtyReceived >= PoQtyOrdered
           go to 3100-NEXT
       end-if
       compute WSOpenOnLine = PoQtyOrdered - PoQtyReceived
       display "Line " PoLineNo "  " PoProduct " size " PoSize
           "  ordered " PoQtyOrdered "  shipped so far " PoQtyReceived
       display "Quantity the vendor shipped now (0 = none) : " with no advancing
       accept WSShipQty
       if WSShipQty = zero
           move 'N' to WSPoFullyIn
           go to 3100-NEXT
       end-if
       if WSShipQty > WSOpenOnLine
           display "Only " WSOpenOnLine " is open on the line - anything"
               " over that the customer never ordered, line not posted"
           move 'N' to WSPoFullyIn
           go to 3100-NEXT
       end-if
       move PoDropOrder to OrdNumber
       move PoDropLine to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order line " PoDropOrder "/" PoDropLine
                   " is no longer on file - line not posted"
               move 'N' to WSPoFullyIn
               go to 3100-NEXT
       end-read
       add WSShipQty to PoQtyReceived
       rewrite PurchaseOrderData
       if PoQtyReceived < PoQtyOrdered
           move 'N' to WSPoFullyIn
       end-if
       add WSShipQty to OrdShippedQty
       if OrdShippedQty >= OrdQty
          and (OrdStatusOpen or OrdStatusPicked)
           set OrdStatusShipped to true
       end-if
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       perform 7900-HAND-OFF-THE-SHIPMENT
       compute WSLineCost = WSShipQty * PoUnitCost
       perform 7950-BOOK-THE-COST
       add WSLineCost to WSCostTotal
       add 1 to WSLinesShipped.
3100-NEXT.
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read.
3100-EXIT.
       exit.

3500-CLOSE-OUT-THE-ORDER. *>an order that is all drop-ship and all shipped
*>has nothing left for SHIPCONF to confirm - the header moves to shipped here;
*>a warehouse line still on it leaves the header to the pick and SHIPCONF
       move 'Y' to WSOrderComplete
       move WSDropOrder to OrdNumber
       move 1 to OrdLineNo
       start OrderFile key is >= OrdKey
           invalid key go to 3500-EXIT
       end-start
       move 'N' to OrderEndOfFile
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read
       perform 3600-TEST-ONE-LINE
           until OrderEndOfFile = 'Y' or OrdNumber not = WSDropOrder
       if WSOrderComplete = 'N'
           go to 3500-EXIT
       end-if
       move WSDropOrder to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key go to 3500-EXIT
       end-read
       if OrdStatusOpen or OrdStatusPicked
           set OrdStatusShipped to true
           rewrite OrderData
           move OrderData to WSJrnlImage
           call "MSTJRNL" using "O", "W", WSJrnlImage
           display "Order " WSDropOrder " is complete - header moved to SHIPPED"
       end-if.
3500-EXIT.
       exit.

3600-TEST-ONE-LINE.
       if not OrdStatusCancelled
           if not OrdDropShipped or OrdShippedQty < OrdQty
               move 'N' to WSOrderComplete
           end-if
       end-if
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read.

3700-WRITE-SHIPMENT-ROW. *>the tracking number goes on file for ORDINQ like
*>any shipment, flagged V so it stays off our driver's manifest
       move WSDropOrder to SnOrdNumber
       move WSShipCustID to SnIdNum
       move WSRunDate to SnShipDate
       move WSCarrier to SnCarrier
       move WSTracking to SnTracking
       move WSCartons to SnCartons
       set SnFromVendor to true
       open extend ShipmentFile
       if not ShipmentFileOk
           open output ShipmentFile
       end-if
       write ShipmentData
       close ShipmentFile.

6100-PRINT-ONE-PO. *>the POGEN document, with the customer's door as the
*>deliver-to - the SHIPTO.DAT branch the order desk chose, or the billing
*>address when the order ships to head office
       move WSRunVendor(WSRunIndex) to VnNumber
       read VendorFile
           key is VnNumber
           invalid key move spaces to VnName, VnTerms
       end-read
       move spaces to WSPrintWork
       string "DROP-SHIP PURCHASE ORDER " delimited by size
           WSRunPoNum(WSRunIndex) delimited by size
           "  dated " delimited by size
           WSRunDate delimited by size
           into WSPrintWork
       end-string
       write DropPrintLine from WSPrintWork after advancing page
       move spaces to WSPrintWork
       string "To vendor " delimited by size
           WSRunVendor(WSRunIndex) delimited by size
           "  " delimited by size
           function trim(VnName) delimited by size
           "   terms " delimited by size
           VnTerms delimited by size
           into WSPrintWork
       end-string
       write DropPrintLine from WSPrintWork after advancing 1 line
       move spaces to WSPrintWork
       string "Ship direct to our customer - our order " delimited by size
           WSRunOrder(WSRunIndex) delimited by size
           ", customer " delimited by size
           WSRunIdNum(WSRunIndex) delimited by size
           into WSPrintWork
       end-string
       write DropPrintLine from WSPrintWork after advancing 2 lines
       move "DELIVER TO:" to DropPrintLine
       write DropPrintLine after advancing 1 line
       move 'N' to WSShipToFound
       if WSRunShipTo(WSRunIndex) not = spaces
           perform 6300-PRINT-SHIP-TO-ADDRESS
       end-if
       if WSShipToFound = 'N'
           perform 6400-PRINT-BILLING-ADDRESS
       end-if
       move spaces to DropPrintLine
       write DropPrintLine after advancing 1 line
       move WSRunPoNum(WSRunIndex) to PoNumber
       move zero to PoLineNo
       start PurchaseOrderFile key is >= PoKey
           invalid key exit paragraph
       end-start
       move 'N' to PoEndOfFile
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read
       perform 6200-PRINT-ONE-PO-LINE
           until PoEndOfFile = 'Y'
              or PoNumber not = WSRunPoNum(WSRunIndex).

6200-PRINT-ONE-PO-LINE.
       if PoLineNo > zero
           move spaces to WSPrintWork
           string "  " delimited by size
               PoProduct delimited by size
               " size " delimited by size
               PoSize delimited by size
               "  x" delimited by size
               PoQtyOrdered delimited by size
               "  @ " delimited by size
               PoUnitCost delimited by size
               into WSPrintWork
           end-string
           write DropPrintLine from WSPrintWork after advancing 1 line
       end-if
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read.

6300-PRINT-SHIP-TO-ADDRESS.
       if not ShipToFileOk
           exit paragraph
       end-if
       move WSRunIdNum(WSRunIndex) to StIdNum
       move WSRunShipTo(WSRunIndex) to StCode
       read ShipToFile
           key is StKey
           invalid key
               continue
           not invalid key
               move 'Y' to WSShipToFound
               write DropPrintLine from StName after advancing 1 line
               write DropPrintLine from StStreet after advancing 1 line
               move spaces to WSCityLine
               string
                   function trim(StCity) delimited by size
                   ", " delimited by size
                   StState delimited by size
                   " " delimited by size
                   StZip delimited by size
                   into WSCityLine
               end-string
               write DropPrintLine from WSCityLine after advancing 1 line
       end-read.

6400-PRINT-BILLING-ADDRESS.
       move WSRunIdNum(WSRunIndex) to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move "Customer not on file - call for the address"
                   to DropPrintLine
               write DropPrintLine after advancing 1 line
               exit paragraph
       end-read
       move spaces to WSPrintWork
       string
           function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into WSPrintWork
       end-string
       write DropPrintLine from WSPrintWork after advancing 1 line
       write DropPrintLine from CustStreet after advancing 1 line
       move spaces to WSCityLine
       string
           function trim(City) delimited by size
           ", " delimited by size
           State delimited by size
           " " delimited by size
           Zip delimited by size
           into WSCityLine
       end-string
       write DropPrintLine from WSCityLine after advancing 1 line.

7100-ASSIGN-PO-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern, off the
*>same POGENNUM.DAT as POGEN so stock and drop-ship POs never share a number
       move zero to WSPoNumber
       open input PoGenNumFile
       if PoGenNumOk
           read PoGenNumFile
               at end continue
               not at end move PoGenNumLine to WSPoNumber
           end-read
       end-if
       close PoGenNumFile
       add 1 to WSPoNumber
       open output PoGenNumFile
       move WSPoNumber to PoGenNumLine
       write PoGenNumLine
       close PoGenNumFile.

7200-WRITE-PO-HEADER.
       move WSPoNumber to PoNumber
       move zero to PoLineNo
       move WSDropVendor to PoVendor
       move WSRunDate to PoDate
       set PoStatusOpen to true
       move spaces to PoProduct
       move space to PoSize
       move zero to PoQtyOrdered, PoQtyReceived, PoUnitCost
       move WSCurOrder to PoDropOrder
       move zero to PoDropLine
       write PurchaseOrderData
           invalid key display "PO header " WSPoNumber " could not be written"
       end-write.

7900-HAND-OFF-THE-SHIPMENT. *>the PICKLIST top-up hand-off - the line was kept
*>off ORDERS.DAT at entry because nothing had left; now the vendor says it has,
*>tonight's posting run bills it
       compute WSHandoffTotal = WSShipQty * OrdUnitPrice
       move spaces to OrdersLine
       string
           OrdIdNum delimited by size
           " " delimited by size
           OrdProduct delimited by size
           " " delimited by size
           OrdSize delimited by size
           " " delimited by size
           WSShipQty delimited by size
           " " delimited by size
           WSHandoffTotal delimited by size
           into OrdersLine
       end-string
       write OrdersLine.

7950-BOOK-THE-COST. *>no stock relief means no cost-log row for GLEXTRACT to
*>cost - the pair goes on ACCRUALS.DAT instead, cost of sales against the
*>receiving accrual, dated today and never reversed
       move WSRunDate(1:6) to AjPeriod
       move WSRunDate to AjDate, AjRunDate
       move "DROPSHIP" to AjSource
       move WSCostOfSales to AjAccount
       move WSLineCost to AjDebit
       move zero to AjCredit
       write AccrualJournalData
       move WSReceivingAccount to AjAccount
       move zero to AjDebit
       move WSLineCost to AjCredit
       write AccrualJournalData.
