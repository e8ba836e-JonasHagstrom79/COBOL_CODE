       >>source format free
identification division.
program-id. inspect.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy vendfc.
       copy ordfc.
       copy insfc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select BackOrderFile assign to "BACKORDER.DAT"
           organization is line sequential
           file status is BackOrderFileStatus.
       select BoWorkFile assign to "backorder.tmp"
           organization is line sequential.
       select BoReleaseReport assign to "BORELEASE.rpt"
           organization is line sequential.
       select OrderGenNumFile assign to "ORDGENNUM.DAT"
           organization is line sequential
           file status is OrderGenNumFileStatus.
       select OrdersFile assign to "ORDERS.DAT"
           organization is line sequential
           file status is OrdersFileStatus.
       select VendCreditFile assign to "VENDCRED.DAT"
           organization is line sequential
           file status is VendCreditStatus.
       select RtvPrintFile assign to "RTV.rpt"
           organization is line sequential.
       select AgingReport assign to "INSPAGE.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd VendorFile.
       copy vendrec.
fd OrderFile.
       copy ordrec.
fd InspHoldFile.
       copy insrec.
fd ProdAuditFile.
       copy prodaud.
fd BackOrderFile.
       copy borec.
fd BoWorkFile.
01 BoWorkLine pic x(31).
fd BoReleaseReport.
01 ReleasePrintLine pic x(80).
fd OrderGenNumFile.
01 OrderGenNumLine pic 9(6).
fd OrdersFile.
01 OrdersLine pic x(40).
fd VendCreditFile.
01 VendCreditData. *>the same row RTV writes - the rejects age on it with every
*>other credit a supplier owes us
       02 VcDate    pic 9(8).
       02 VcVendor  pic 9(4).
       02 VcProduct pic x(5).
       02 VcSize    pic x(1).
       02 VcQty     pic 9(5).
       02 VcAmount  pic 9(7)v99.
       02 VcStatus  pic x(1).
           88 VcOpen     value "O".
           88 VcReceived value "R".
fd RtvPrintFile.
01 RtvPrintLine pic x(80).
fd AgingReport.
01 AgePrintLine pic x(90).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 InspHoldStatus pic x(2) value "00".
       88 InspHoldOk value "00".
       88 InspHoldNotFound value "35".
01 BackOrderFileStatus pic x(2) value "00".
       88 BackOrderFileOk value "00".
01 OrderGenNumFileStatus pic x(2) value "00".
       88 OrderGenNumFileOk value "00".
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 VendCreditStatus pic x(2) value "00".
       88 VendCreditOk value "00".
01 HoldEndOfFile pic x(1) value 'N'.
01 BoEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>I=inspect a held receipt, A=aging of what is still
                     *>waiting, X=exit
01 WSOperator pic x(10) value spaces.
01 WSHoldNumber pic 9(6) value zero.
01 WSPassedQty pic 9(5) value zero.
01 WSRejectedQty pic 9(5) value zero.
01 WSRejectNote pic x(30) value spaces.
01 WSVendorFound pic x(1) value 'N'.
01 WSWaitingCount pic 9(4) value zero.
01 WSReceiveProduct pic x(5).
01 WSReceiveSize pic x(1).
01 WSRtvAmount pic 9(7)v99.
01 WSSizeIndex pic 9 value zero.
01 WSSlotIndex pic 9 value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
01 WSStkLocation pic x(2) value "01".
01 WSLotAction pic x(1) value 'R'.
01 WSLotAsOfDate pic 9(8) value zero.
01 WSLotQty pic 9(5) value zero.
01 WSAuditOperator pic x(10) value "INSPECT".
01 WSReleasedCount pic 9(5) value zero.
01 WSReleaseWaiting pic 9(5) value zero.
01 WSReleaseOrderNum pic 9(6) value zero.
01 WSReleaseLineTotal pic 9(7)v99.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSDaysWaiting pic s9(7).
01 WSHeldCount pic 9(4) value zero.
01 WSHeldQty pic 9(7) value zero.
01 WSWorkLine pic x(80).
01 ReleaseHeading pic x(70) value
       "Backorder Release Register - filled oldest-first from passed stock".
01 ReleaseDetailLine.
       02 RlDisposition pic x(9).
       02 filler pic x(7) value " order ".
       02 RlOrder pic x(6).
       02 filler pic x(7) value "  cust ".
       02 RlIdNum pic 9(5).
       02 filler pic x(2) value space.
       02 RlProduct pic x(5).
       02 filler pic x(6) value " size ".
       02 RlSize pic x(1).
       02 filler pic x(6) value "  qty ".
       02 RlQty pic zz,zz9.
01 ReleaseCountLine pic x(70).
01 AgeHeading pic x(70) value
       "Receipts Waiting for Inspection - oldest first off the dock".
01 AgeDetailLine.
       02 filler pic x value space.
       02 PrnHold pic 9(6).
       02 filler pic x(2) value space.
       02 PrnReceiptDate pic 9(8).
       02 filler pic x(5) value "  PO ".
       02 PrnPoNumber pic 9(6).
       02 filler pic x(5) value "  vn ".
       02 PrnVendor pic 9(4).
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(6) value " size ".
       02 PrnSize pic x(1).
       02 filler pic x(6) value "  qty ".
       02 PrnQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnReason pic x(7).
       02 filler pic x(2) value space.
       02 PrnDaysWaiting pic zzzz9.
       02 filler pic x(5) value " days".
01 AgeCountLine pic x(80).

procedure division.
0000-MAINLINE. *>stock flagged for inspection sits on INSPHOLD.DAT from the
*>moment RECEIVE books it - here the inspector passes what is good into the
*>size slots, exactly as RECEIVE would have, and sends what is bad straight
*>back to the vendor on RTV's paperwork and expected-credit file. Both sides
*>land on PRODAUDIT, and the aging report keeps anything from being forgotten
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Receiving inspection - I-Inspect a receipt  A-Aging report"
           "  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'I' perform 2000-INSPECT-ONE-RECEIPT thru 2000-EXIT
           when 'A' perform 5000-AGING-REPORT thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-INSPECT-ONE-RECEIPT.
       display "Inspection hold number (0 = list those waiting) : "
           with no advancing
       accept WSHoldNumber
       open i-o InspHoldFile
       if not InspHoldOk
           display "No receipts held for inspection yet"
           close InspHoldFile
           go to 2000-EXIT
       end-if
       if WSHoldNumber = zero
           move zero to WSWaitingCount
           move 'N' to HoldEndOfFile
           perform 2050-LIST-ONE-HELD until HoldEndOfFile = 'Y'
           if WSWaitingCount = zero
               display "Nothing is waiting for inspection"
           end-if
           close InspHoldFile
           go to 2000-EXIT
       end-if
       move WSHoldNumber to IhNumber
       read InspHoldFile
           key is IhNumber
           invalid key
               display "Hold " WSHoldNumber " not found"
               close InspHoldFile
               go to 2000-EXIT
       end-read
       if not IhHeld
           display "Hold " WSHoldNumber " was inspected on " IhInspectDate
               " - passed " IhPassedQty ", rejected " IhRejectedQty
           close InspHoldFile
           go to 2000-EXIT
       end-if
       display "PO " IhPoNumber " line " IhPoLineNo "  vendor " IhVendor
           "  " IhProduct " size " IhSize "  held " IhQty
           "  since " IhReceiptDate
       display "Quantity passing inspection : " with no advancing
       accept WSPassedQty
       if WSPassedQty > IhQty
           display "Only " IhQty " were held - inspection not recorded"
           close InspHoldFile
           go to 2000-EXIT
       end-if
       compute WSRejectedQty = IhQty - WSPassedQty
       move spaces to WSRejectNote
       if WSRejectedQty > zero
           display WSRejectedQty " rejected - reason : " with no advancing
           accept WSRejectNote
       end-if
       open i-o ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ProductFile, InspHoldFile
           go to 2000-EXIT
       end-if
       move IhProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " IhProduct " no longer on the master"
                   " - inspection not recorded"
               close ProductFile, InspHoldFile
               go to 2000-EXIT
       end-read
       move zero to WSSizeIndex
       perform 2100-MATCH-ONE-SLOT
           varying WSSlotIndex from 1 by 1
           until WSSlotIndex > PMSizeCount or WSSizeIndex not = zero
       if WSSizeIndex = zero
           display "Size " IhSize " no longer offered for " IhProduct
               " - inspection not recorded"
           close ProductFile, InspHoldFile
           go to 2000-EXIT
       end-if
       move IhProduct to WSReceiveProduct
       move IhSize to WSReceiveSize
       move IhLocation to WSStkLocation
       if WSPassedQty > zero
           perform 3000-PASS-INTO-STOCK
       end-if
       if WSRejectedQty > zero
           perform 4000-REJECT-TO-VENDOR
       end-if
       close ProductFile
       set IhInspected to true
       move WSPassedQty to IhPassedQty
       move WSRejectedQty to IhRejectedQty
       move WSRunDate to IhInspectDate
       move WSOperator to IhInspector
       move WSRejectNote to IhNote
       rewrite InspHoldData
       close InspHoldFile
       display "Hold " WSHoldNumber " inspected - " WSPassedQty " passed, "
           WSRejectedQty " rejected".
2000-EXIT.
       continue.

2050-LIST-ONE-HELD.
       read InspHoldFile next
           at end move 'Y' to HoldEndOfFile
           not at end
               if IhHeld
                   add 1 to WSWaitingCount
                   display "  hold " IhNumber "  " IhReceiptDate "  PO "
                       IhPoNumber "  vendor " IhVendor "  " IhProduct
                       " size " IhSize " x" IhQty
               end-if
       end-read.

2100-MATCH-ONE-SLOT.
       if PMSize(WSSlotIndex:1) = IhSize
           move WSSlotIndex to WSSizeIndex
       end-if.

3000-PASS-INTO-STOCK. *>the RECEIVE posting the hold held back - PO cost, size
*>slot, the building's stock and the lot, then the waiting backorders
       move ProductMasterData to WSProdBefore
       if IhUnitCost > zero
           move IhUnitCost to PMUnitCost
       end-if
       add WSPassedQty to PMQtyBySize(WSSizeIndex)
       rewrite ProductMasterData
       move ProductMasterData to WSJrnlImage
       call "MSTJRNL" using "P", "W", WSJrnlImage
       set PaActionReceive to true
       perform 7800-WRITE-PRODUCT-AUDIT
       move 'M' to WSStkAction
       move WSSizeIndex to WSStkSlot
       move WSPassedQty to WSStkQty
       call "STKLOC" using WSStkAction, PMName, WSStkLocation,
           WSStkSlot, WSStkQty
       if IhLotNumber not = spaces
           move 'R' to WSLotAction
           move WSPassedQty to WSLotQty
           call "LOTSTK" using WSLotAction, PMName, WSReceiveSize,
               WSStkLocation, IhLotNumber, IhExpiry, WSLotAsOfDate,
               WSLotQty
       end-if
       perform 1800-RELEASE-BACKORDERS thru 1800-EXIT.

4000-REJECT-TO-VENDOR. *>the rejects never reached the count, so the audit
*>row shows the product unchanged under its own action - the credit and the
*>carton paperwork are RTV's, priced at what the PO paid
       move ProductMasterData to WSProdBefore
       set PaActionReject to true
       perform 7800-WRITE-PRODUCT-AUDIT
       compute WSRtvAmount = WSRejectedQty * IhUnitCost
       move WSRunDate to VcDate
       move IhVendor to VcVendor
       move IhProduct to VcProduct
       move IhSize to VcSize
       move WSRejectedQty to VcQty
       move WSRtvAmount to VcAmount
       set VcOpen to true
       open extend VendCreditFile
       if not VendCreditOk
           open output VendCreditFile
       end-if
       write VendCreditData
       close VendCreditFile
       move 'N' to WSVendorFound
       open input VendorFile
       if VendorMasterOk
           move IhVendor to VnNumber
           read VendorFile
               key is VnNumber
               invalid key continue
               not invalid key move 'Y' to WSVendorFound
           end-read
       end-if
       perform 4500-PRINT-RTV-PAPERWORK
       close VendorFile
       display WSRejectedQty " of " IhProduct " size " IhSize
           " rejected back to vendor " IhVendor " - expecting a credit of "
           WSRtvAmount.

4500-PRINT-RTV-PAPERWORK. *>RTV's carton page, with the PO and the reason
       open output RtvPrintFile
       move spaces to WSWorkLine
       string "RETURN TO VENDOR - dated " delimited by size
           WSRunDate delimited by size
           into WSWorkLine
       end-string
       write RtvPrintLine from WSWorkLine after advancing page
       move spaces to WSWorkLine
       if WSVendorFound = 'Y'
           string "To : " delimited by size
               function trim(VnName) delimited by size
               " (vendor " delimited by size
               IhVendor delimited by size
               ")" delimited by size
               into WSWorkLine
           end-string
       else
           string "To : vendor " delimited by size
               IhVendor delimited by size
               " - not on VENDOR.DAT, address by hand" delimited by size
               into WSWorkLine
           end-string
       end-if
       write RtvPrintLine from WSWorkLine after advancing 1 line
       if WSVendorFound = 'Y'
           write RtvPrintLine from VnStreet after advancing 1 line
           move spaces to WSWorkLine
           string function trim(VnCity) delimited by size
               ", " delimited by size
               VnState delimited by size
               " " delimited by size
               VnZip delimited by size
               into WSWorkLine
           end-string
           write RtvPrintLine from WSWorkLine after advancing 1 line
       end-if
       move spaces to RtvPrintLine
       write RtvPrintLine after advancing 1 line
       move spaces to WSWorkLine
       string "Returning " delimited by size
           WSRejectedQty delimited by size
           " of " delimited by size
           IhProduct delimited by size
           " size " delimited by size
           IhSize delimited by size
           " - failed receiving inspection" delimited by size
           into WSWorkLine
       end-string
       write RtvPrintLine from WSWorkLine after advancing 1 line
       move spaces to WSWorkLine
       string "Our PO " delimited by size
           IhPoNumber delimited by size
           " line " delimited by size
           IhPoLineNo delimited by size
           ", received " delimited by size
           IhReceiptDate delimited by size
           into WSWorkLine
       end-string
       write RtvPrintLine from WSWorkLine after advancing 1 line
       if WSRejectNote not = spaces
           move spaces to WSWorkLine
           string "Reason : " delimited by size
               WSRejectNote delimited by size
               into WSWorkLine
           end-string
           write RtvPrintLine from WSWorkLine after advancing 1 line
       end-if
       move spaces to WSWorkLine
       string "Credit expected : " delimited by size
           WSRtvAmount delimited by size
           into WSWorkLine
       end-string
       write RtvPrintLine from WSWorkLine after advancing 1 line
       close RtvPrintFile
       display "RTV paperwork written to RTV.rpt".

5000-AGING-REPORT. *>everything still on hold, with how long it has waited
       open input InspHoldFile
       if not InspHoldOk
           display "No receipts held for inspection yet"
           close InspHoldFile
           go to 5000-EXIT
       end-if
       open output AgingReport
       write AgePrintLine from AgeHeading after advancing page
       move spaces to AgePrintLine
       write AgePrintLine after advancing 1 line
       move zero to WSHeldCount, WSHeldQty
       move 'N' to HoldEndOfFile
       perform 5100-AGE-ONE-HOLD until HoldEndOfFile = 'Y'
       move spaces to AgeCountLine
       string "Receipts waiting : " delimited by size
           WSHeldCount delimited by size
           "   units " delimited by size
           WSHeldQty delimited by size
           into AgeCountLine
       end-string
       write AgePrintLine from AgeCountLine after advancing 2 lines
       close InspHoldFile, AgingReport
       display "Inspection aging written to INSPAGE.rpt - " WSHeldCount
           " receipt(s) waiting".
5000-EXIT.
       continue.

5100-AGE-ONE-HOLD.
       read InspHoldFile next
           at end move 'Y' to HoldEndOfFile
           not at end
               if IhHeld
                   call "DATEDIFF" using IhReceiptDate, WSRunDate,
                       WSDaysWaiting
                   move IhNumber to PrnHold
                   move IhReceiptDate to PrnReceiptDate
                   move IhPoNumber to PrnPoNumber
                   move IhVendor to PrnVendor
                   move IhProduct to PrnProduct
                   move IhSize to PrnSize
                   move IhQty to PrnQty
                   if IhForProduct
                       move "PRODUCT" to PrnReason
                   else
                       move "VENDOR" to PrnReason
                   end-if
                   move WSDaysWaiting to PrnDaysWaiting
                   write AgePrintLine from AgeDetailLine after advancing 1 line
                   add 1 to WSHeldCount
                   add IhQty to WSHeldQty
               end-if
       end-read.

1800-RELEASE-BACKORDERS. *>passed stock goes first to the customers who have
*>been waiting - RECEIVE's oldest-first pass, on the slot just inspected
       open input BackOrderFile
       if not BackOrderFileOk
           close BackOrderFile
           go to 1800-EXIT
       end-if
       open output BoWorkFile
       open output BoReleaseReport
       write ReleasePrintLine from ReleaseHeading after advancing page
       move spaces to ReleasePrintLine
       write ReleasePrintLine after advancing 1 line
       move zero to WSReleasedCount, WSReleaseWaiting
       move 'N' to BoEndOfFile
       read BackOrderFile
           at end move 'Y' to BoEndOfFile
       end-read
       perform 1850-RELEASE-ONE-BACKORDER until BoEndOfFile = 'Y'
       move spaces to ReleaseCountLine
       string "Backorders released : " delimited by size
           WSReleasedCount delimited by size
           "   still waiting : " delimited by size
           WSReleaseWaiting delimited by size
           into ReleaseCountLine
       end-string
       write ReleasePrintLine from ReleaseCountLine after advancing 2 lines
       close BackOrderFile, BoWorkFile, BoReleaseReport
       call "CBL_COPY_FILE" using "backorder.tmp", "BACKORDER.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = 0
           display "Warning - could not rewrite BACKORDER.DAT after the release pass"
       end-if
       call "CBL_DELETE_FILE" using "backorder.tmp"
       display "Backorder release register written to BORELEASE.rpt - released "
           WSReleasedCount ", waiting " WSReleaseWaiting.
1800-EXIT.
       exit.

1850-RELEASE-ONE-BACKORDER.
       if BoProduct = WSReceiveProduct and BoSize = WSReceiveSize
          and BoQty <= PMQtyBySize(WSSizeIndex)
           move ProductMasterData to WSProdBefore
           subtract BoQty from PMQtyBySize(WSSizeIndex)
           rewrite ProductMasterData
           move ProductMasterData to WSJrnlImage
           call "MSTJRNL" using "P", "W", WSJrnlImage
           move "BORELEASE" to WSAuditOperator
           move 'M' to WSStkAction
           move WSSizeIndex to WSStkSlot
           compute WSStkQty = zero - BoQty
           call "STKLOC" using WSStkAction, PMName, WSStkLocation,
               WSStkSlot, WSStkQty
           set PaActionOrder to true
           perform 7800-WRITE-PRODUCT-AUDIT
           move "INSPECT" to WSAuditOperator
           perform 1870-WRITE-RELEASED-ORDER
           move "RELEASED " to RlDisposition
           move WSReleaseOrderNum to RlOrder
           add 1 to WSReleasedCount
       else
           write BoWorkLine from BackOrderData
           move "WAITS    " to RlDisposition
           move "      " to RlOrder
           add 1 to WSReleaseWaiting
       end-if
       move BoIdNum to RlIdNum
       move BoProduct to RlProduct
       move BoSize to RlSize
       move BoQty to RlQty
       write ReleasePrintLine from ReleaseDetailLine after advancing 1 line
       read BackOrderFile
           at end move 'Y' to BoEndOfFile
       end-read.

1870-WRITE-RELEASED-ORDER. *>a filled backorder becomes a numbered order plus
*>an ORDERS.DAT line so the AR posting run bills it tonight
       move zero to WSReleaseOrderNum
       open input OrderGenNumFile
       if OrderGenNumFileOk
           read OrderGenNumFile
               at end continue
               not at end move OrderGenNumLine to WSReleaseOrderNum
           end-read
       end-if
       close OrderGenNumFile
       add 1 to WSReleaseOrderNum
       open output OrderGenNumFile
       move WSReleaseOrderNum to OrderGenNumLine
       write OrderGenNumLine
       close OrderGenNumFile
       compute WSReleaseLineTotal = BoQty * BoUnitPrice
       open i-o OrderFile
       if OrderFileNotFound
           close OrderFile
           open output OrderFile
           close OrderFile
           open i-o OrderFile
       end-if
       move WSReleaseOrderNum to OrdNumber
       move zero to OrdLineNo
       move BoIdNum to OrdIdNum
       move WSRunDate to OrdDate
       set OrdStatusOpen to true
       move spaces to OrdProduct
       move space to OrdSize
       move zero to OrdQty, OrdUnitPrice, OrdLineTotal
       move spaces to OrdShipTo
       move spaces to OrdCustPO
       move zero to OrdRequestDate
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move WSStkLocation to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order header " WSReleaseOrderNum
               " could not be written"
       end-write
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       move WSReleaseOrderNum to OrdNumber
       move 1 to OrdLineNo
       move BoIdNum to OrdIdNum
       move WSRunDate to OrdDate
       set OrdStatusOpen to true
       move BoProduct to OrdProduct
       move BoSize to OrdSize
       move BoQty to OrdQty
       move BoUnitPrice to OrdUnitPrice
       move WSReleaseLineTotal to OrdLineTotal
       move spaces to OrdShipTo
       move spaces to OrdCustPO
       move zero to OrdRequestDate
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move WSStkLocation to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       move OrdQty to OrdShippedQty
       write OrderData
           invalid key display "Order line " WSReleaseOrderNum
               " could not be written"
       end-write
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       close OrderFile
       open extend OrdersFile
       if not OrdersFileOk
           open output OrdersFile
       end-if
       string
           BoIdNum delimited by size
           " " delimited by size
           BoProduct delimited by size
           " " delimited by size
           BoSize delimited by size
           " " delimited by size
           BoQty delimited by size
           " " delimited by size
           WSReleaseLineTotal delimited by size
           into OrdersLine
       end-string
       write OrdersLine
       close OrdersFile.

7800-WRITE-PRODUCT-AUDIT.
       move function current-date to PaTimestamp
       move WSAuditOperator to PaOperator
       move PMName to PaPMName
       move WSProdBefore to PaBeforeImage
       move ProductMasterData to PaAfterImage
       open extend ProdAuditFile
       write ProdAuditData
       close ProdAuditFile.
