       >>source format free
identification division.
program-id. ordchg.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy prodfc.
       copy custfc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select KitBomFile assign to "KITBOM.DAT"
           organization is line sequential
           file status is KitBomFileStatus.
       select LotShipFile assign to "LOTSHIP.DAT"
           organization is line sequential
           file status is LotShipFileStatus.
       select OrderChangeFile assign to "ORDCHG.DAT"
           organization is line sequential
           file status is OrderChangeStatus.
       select RefGenNumFile assign to "REFGENNUM.DAT"
           organization is line sequential
           file status is RefGenNumStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select RefundCheckFile assign to "ORDCHGCHK.rpt"
           organization is line sequential.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd ProductFile.
       copy prodrec.
fd CustomerFile.
       copy custrec.
fd ProdAuditFile.
       copy prodaud.
fd ArTranFile.
       copy artran.
fd CustAuditFile.
       copy custaud.
fd KitBomFile.
       copy kitrec.
fd LotShipFile.
       copy lotship.
fd OrderChangeFile.
       copy chgrec.
fd RefGenNumFile.
01 RefGenNumLine pic 9(6).
fd CheckRegisterFile.
       copy chkreg.
fd RefundCheckFile.
01 CheckPrintLine pic x(80).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 KitBomFileStatus pic x(2) value "00".
       88 KitBomFileOk value "00".
01 LotShipFileStatus pic x(2) value "00".
       88 LotShipFileOk value "00".
01 OrderChangeStatus pic x(2) value "00".
       88 OrderChangeOk value "00".
01 RefGenNumStatus pic x(2) value "00".
       88 RefGenNumOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
01 ArTranEndOfFile pic x(1) value 'N'.
01 KitEndOfFile pic x(1) value 'N'.
01 LotShipEndOfFile pic x(1) value 'N'.
01 WSLinesEnd pic x(1) value 'N'. *>Y once the scan runs off this order's lines
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSChangeMode pic x(1) value 'Y'. *>Y=another order, N=done
01 WSOrderNumber pic 9(6) value zero.
01 WSOrderCust pic 9(5) value zero.
01 WSOrderLocation pic x(2) value "01".
01 WSHeaderStatus pic x(1). *>the header's status as found - it decides how
*>far back a line may be cut
       88 WSHeaderOpen    value "O".
       88 WSHeaderPicked  value "P".
       88 WSHeaderShipped value "S".
01 WSAction pic x(1).
       88 WSActionCancel value "C".
       88 WSActionLine   value "L".
       88 WSActionKit    value "K".
01 WSReason pic x(2).
       88 WSReasonValid values "CR" "DU" "PR" "LT" "CH" "OT".
01 WSLineNo pic 9(2) value zero.
01 WSOldQty pic 9(5) value zero.
01 WSNewQty pic 9(5) value zero.
01 WSCutQty pic 9(5) value zero.
01 WSFloorQty pic 9(5) value zero. *>the line can come down no further than this
01 WSUnallocated pic 9(5) value zero.
01 WSFromStock pic 9(5) value zero. *>of the cut, units that had been taken off
*>the shelf for the order and now go back on it
01 WSBlocked pic x(1) value 'N'.
01 WSChangesMade pic 9(3) value zero.
01 WSLinesLive pic 9(3) value zero.
01 WSOrderCancelled pic x(1) value 'N'.
01 WSLineCredit pic 9(7)v99 value zero.
01 WSCreditTotal pic 9(7)v99 value zero.
01 WSCreditToID pic 9(5) value zero. *>the customer, or its corporate parent
01 WSOpenValue pic 9(9)v99 value zero. *>what is left on the order to bill
01 WSDepositNet pic s9(9)v99 value zero.
01 WSDepositHeld pic 9(9)v99 value zero.
01 WSExcess pic 9(7)v99 value zero.
01 WSSettleAnswer pic x(1).
01 WSCheckNumber pic 9(6) value zero.
01 WSCheckCount pic 9(5) value zero.
01 WSOrdersChanged pic 9(5) value zero.
01 WSLinesChanged pic 9(5) value zero.
01 WSSizeIndex pic 9 value zero.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSBeforeImage pic x(200) value spaces.
01 WSAfterImage pic x(200) value spaces.
01 WSKitProduct pic x(5).
01 WSKitsRemoved pic 9(5) value zero.
01 WSKitCount pic 9(2) value zero.
01 WSKitTable. *>the kit's bill of components off KITBOM.DAT, and the order
*>line each component's share is cut from
       02 WSKitEntry occurs 20 times.
           03 WSKitComp   pic x(5).
           03 WSKitSize   pic x(1).
           03 WSKitQtyPer pic 9(3).
           03 WSKitCutQty pic 9(5).
           03 WSKitLine   pic 9(2).
01 WSKitIndex pic 9(2) value zero.
01 WSLotCount pic 9(2) value zero.
01 WSLotTable. *>the lots PICKLIST drew for the line, in the order it drew them
       02 WSLotEntry occurs 50 times.
           03 WSLotLocation pic x(2).
           03 WSLotNumber   pic x(10).
           03 WSLotExpiry   pic 9(8).
           03 WSLotQty      pic 9(5).
01 WSLotIndex pic 9(2) value zero.
01 WSLotTotal pic 9(7) value zero.
01 WSLotHeldBefore pic 9(7) value zero.
01 WSLotHeldAfter pic 9(7) value zero.
01 WSLotStart pic 9(7) value zero.
01 WSLotEnd pic 9(7) value zero.
01 WSLotLow pic 9(7) value zero.
01 WSLotHigh pic 9(7) value zero.
01 WSLotAction pic x(1) value 'R'.
01 WSLotProduct pic x(5).
01 WSLotSize pic x(1).
01 WSLotLoc pic x(2).
01 WSLotLotNumber pic x(10).
01 WSLotLotExpiry pic 9(8).
01 WSLotQtyBack pic 9(5).
01 WSMailingLabel pic x(80).
01 WSCityLine pic x(40).
01 WSAmountLine pic x(60).
01 WSAmountEdit pic z,zzz,zz9.99.
01 CheckHeadLine.
       02 filler pic x(23) value "HAGSTROM TRADING CO.   ".
       02 filler pic x(15) value "Refund check # ".
       02 PrnCheckNum pic 9(6).
       02 filler pic x(8) value "  dated ".
       02 PrnCheckDate pic 9(8).
01 CheckMemoLine.
       02 filler pic x(32) value "Deposit returned on order       ".
       02 PrnMemoOrder pic 9(6).

procedure division.
0000-MAINLINE. *>an order called off or cut back after entry - the stock it
*>took goes back on the product and the building, lot by lot where PICKLIST
*>drew lots, the receivable raised for that stock is credited, and a deposit
*>the smaller order no longer needs is refunded by check or left on account.
*>Every line touched is logged on ORDCHG.DAT with its reason code, and WEBSTAT
*>sends the day's changes back to the web store
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open i-o OrderFile
       if OrderFileNotFound
           display "No orders on file yet"
           stop run
       end-if
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           stop run
       end-if
       open i-o ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close OrderFile
           stop run
       end-if
       open output RefundCheckFile
       perform 1000-CHANGE-ONE-ORDER thru 1000-EXIT until WSChangeMode = 'N'
       close OrderFile, ProductFile, RefundCheckFile
       display WSOrdersChanged " order(s) changed, " WSLinesChanged
           " line(s) cut, " WSCheckCount " deposit refund check(s) on ORDCHGCHK.rpt"
       stop run.

1000-CHANGE-ONE-ORDER.
       display " "
       display "Order number (0 = done) : " with no advancing
       accept WSOrderNumber
       if WSOrderNumber = zero
           move 'N' to WSChangeMode
           go to 1000-EXIT
       end-if
       move WSOrderNumber to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order " WSOrderNumber " is not on file"
               go to 1000-EXIT
       end-read
       if OrdStatusInvoiced
           display "Order " WSOrderNumber " is invoiced - take goods back"
               " through RETURNS"
           go to 1000-EXIT
       end-if
       if OrdStatusCancelled
           display "Order " WSOrderNumber " is already cancelled"
           go to 1000-EXIT
       end-if
       if OrdStatusHeld
           display "Order " WSOrderNumber " is held for price approval -"
               " decide its overrides in PRCAPPR first"
           go to 1000-EXIT
       end-if
       move OrdStatus to WSHeaderStatus
       move OrdIdNum to WSOrderCust
       if OrdLocation = spaces
           move "01" to WSOrderLocation
       else
           move OrdLocation to WSOrderLocation
       end-if
       display "Order " WSOrderNumber " customer " WSOrderCust " status "
           OrdStatus " ships from " WSOrderLocation
       display "C = cancel the order, L = cut one line, K = cut a kit : "
           with no advancing
       accept WSAction
       move function upper-case(WSAction) to WSAction
       if not WSActionCancel and not WSActionLine and not WSActionKit
           display "Action must be C, L or K"
           go to 1000-EXIT
       end-if
       display "Reason - CR customer request, DU duplicate, PR price,"
           " LT lead time, CH credit, OT other : " with no advancing
       accept WSReason
       move function upper-case(WSReason) to WSReason
       if not WSReasonValid
           display "Reason " WSReason " is not a valid code - order not changed"
           go to 1000-EXIT
       end-if
       move zero to WSChangesMade, WSCreditTotal
       move 'N' to WSOrderCancelled
       evaluate true
           when WSActionCancel perform 2000-CANCEL-THE-ORDER thru 2000-EXIT
           when WSActionLine   perform 3000-CUT-ONE-LINE thru 3000-EXIT
           when WSActionKit    perform 4000-CUT-A-KIT thru 4000-EXIT
       end-evaluate
       if WSChangesMade = zero
           go to 1000-EXIT
       end-if
       add 1 to WSOrdersChanged
       perform 5000-CLOSE-OUT-THE-HEADER
       if WSCreditTotal > zero
           perform 6000-CREDIT-THE-CUSTOMER thru 6000-EXIT
       end-if
       perform 7000-SETTLE-THE-DEPOSIT thru 7000-EXIT.
1000-EXIT.
       exit.

2000-CANCEL-THE-ORDER. *>the whole order comes off only while nothing on it
*>has left the building or billed - after that it is a cut of the open
*>remainder, or a return
       if WSHeaderShipped
           display "Order " WSOrderNumber " has shipped - cut the open"
               " remainder with L, take goods back through RETURNS"
           go to 2000-EXIT
       end-if
       move 'N' to WSBlocked
       perform 8000-START-THE-LINES
       perform 2100-CHECK-ONE-LINE until WSLinesEnd = 'Y'
       if WSBlocked = 'Y'
           display "Order " WSOrderNumber " has billed or vendor-shipped lines"
               " - cut the open remainder with L instead"
           go to 2000-EXIT
       end-if
       perform 8000-START-THE-LINES
       perform 2200-CANCEL-ONE-LINE until WSLinesEnd = 'Y'.
2000-EXIT.
       exit.

2100-CHECK-ONE-LINE.
       perform 8050-NEXT-LINE
       if WSLinesEnd = 'N' and OrdBilledQty > zero
           move 'Y' to WSBlocked
       end-if
       if WSLinesEnd = 'N' and OrdDropShipped and OrdShippedQty > zero
           move 'Y' to WSBlocked
       end-if.

2200-CANCEL-ONE-LINE.
       perform 8050-NEXT-LINE
       if WSLinesEnd = 'N' and OrdQty > zero
           move zero to WSNewQty
           perform 2500-APPLY-THE-CUT
       end-if.

2500-APPLY-THE-CUT. *>OrderData holds the line, WSNewQty what it comes down to.
*>The unallocated remainder goes first - nothing moved for it - and only the
*>rest is stock handed back and credited
       move OrdQty to WSOldQty
       compute WSCutQty = OrdQty - WSNewQty
       compute WSUnallocated = OrdQty - OrdShippedQty
       if WSCutQty > WSUnallocated
           compute WSFromStock = WSCutQty - WSUnallocated
       else
           move zero to WSFromStock
       end-if
       if WSFromStock > zero
           perform 2600-PUT-BACK-STOCK thru 2600-EXIT
           perform 2700-PUT-BACK-LOTS thru 2700-EXIT
           subtract WSFromStock from OrdShippedQty
           compute WSLineCredit = WSFromStock * OrdUnitPrice
           add WSLineCredit to WSCreditTotal
       else
           move zero to WSLineCredit
       end-if
       move WSNewQty to OrdQty
       compute OrdLineTotal = OrdQty * OrdUnitPrice
       if OrdQty = zero
           set OrdStatusCancelled to true
       else
           if OrdBilledQty >= OrdQty
               set OrdStatusInvoiced to true
           end-if
       end-if
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       perform 2800-LOG-THE-CHANGE
       display "  line " OrdLineNo " " OrdProduct " " OrdSize " qty " WSOldQty
           " -> " OrdQty "  back to stock " WSFromStock
       if OrdDropShipped and OrdDropPO > zero
           display "  drop-ship PO " OrdDropPO " still carries the old"
               " quantity - call the vendor to cut it"
       end-if
       add 1 to WSChangesMade
       add 1 to WSLinesChanged.

2600-PUT-BACK-STOCK. *>the order-entry deduction run backwards - product slot,
*>audit trail and the building's location stock
       move OrdProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " OrdProduct " not on file - stock not returned"
               go to 2600-EXIT
       end-read
       move zero to WSSizeIndex
       perform 2650-MATCH-ONE-SIZE varying WSStkSlot from 1 by 1
           until WSStkSlot > PMSizeCount or WSSizeIndex > zero
       if WSSizeIndex = zero
           display "Product " OrdProduct " no longer offers size " OrdSize
               " - stock not returned"
           go to 2600-EXIT
       end-if
       move ProductMasterData to WSProdBefore
       add WSFromStock to PMQtyBySize(WSSizeIndex)
       rewrite ProductMasterData
       move ProductMasterData to WSJrnlImage
       call "MSTJRNL" using "P", "W", WSJrnlImage
       perform 7800-WRITE-PRODUCT-AUDIT
       move 'M' to WSStkAction
       move WSSizeIndex to WSStkSlot
       move WSFromStock to WSStkQty
       call "STKLOC" using WSStkAction, PMName, WSOrderLocation,
           WSStkSlot, WSStkQty.
2600-EXIT.
       exit.

2650-MATCH-ONE-SIZE.
       if PMSize(WSStkSlot:1) = OrdSize
           move WSStkSlot to WSSizeIndex
       end-if.

2700-PUT-BACK-LOTS. *>the lots PICKLIST drew for the line, latest first - the
*>line always holds the front of its lot list, so the units coming back are
*>those between what it held before the cut and what it holds after
       perform 2710-LOAD-LINE-LOTS thru 2710-EXIT
       if WSLotTotal = zero
           go to 2700-EXIT
       end-if
       if WSLotTotal < OrdShippedQty
           move WSLotTotal to WSLotHeldBefore
       else
           move OrdShippedQty to WSLotHeldBefore
       end-if
       if WSLotTotal < OrdShippedQty - WSFromStock
           move WSLotTotal to WSLotHeldAfter
       else
           compute WSLotHeldAfter = OrdShippedQty - WSFromStock
       end-if
       move zero to WSLotEnd
       perform 2750-RETURN-ONE-LOT varying WSLotIndex from 1 by 1
           until WSLotIndex > WSLotCount.
2700-EXIT.
       exit.

2710-LOAD-LINE-LOTS.
       move zero to WSLotCount, WSLotTotal
       open input LotShipFile
       if not LotShipFileOk
           close LotShipFile
           go to 2710-EXIT
       end-if
       move 'N' to LotShipEndOfFile
       perform 2720-LOAD-ONE-LOT-ROW until LotShipEndOfFile = 'Y'
       close LotShipFile.
2710-EXIT.
       exit.

2720-LOAD-ONE-LOT-ROW.
       read LotShipFile
           at end move 'Y' to LotShipEndOfFile
           not at end
               if LsOrdNumber = OrdNumber and LsOrdLineNo = OrdLineNo
                  and WSLotCount < 50
                   add 1 to WSLotCount
                   move LsLocation to WSLotLocation(WSLotCount)
                   move LsLotNumber to WSLotNumber(WSLotCount)
                   move LsExpiry to WSLotExpiry(WSLotCount)
                   move LsQty to WSLotQty(WSLotCount)
                   add LsQty to WSLotTotal
               end-if
       end-read.

2750-RETURN-ONE-LOT.
       move WSLotEnd to WSLotStart
       add WSLotQty(WSLotIndex) to WSLotEnd
       if WSLotStart > WSLotHeldAfter
           move WSLotStart to WSLotLow
       else
           move WSLotHeldAfter to WSLotLow
       end-if
       if WSLotEnd < WSLotHeldBefore
           move WSLotEnd to WSLotHigh
       else
           move WSLotHeldBefore to WSLotHigh
       end-if
       if WSLotHigh > WSLotLow
           move 'R' to WSLotAction
           move OrdProduct to WSLotProduct
           move OrdSize to WSLotSize
           move WSLotLocation(WSLotIndex) to WSLotLoc
           move WSLotNumber(WSLotIndex) to WSLotLotNumber
           move WSLotExpiry(WSLotIndex) to WSLotLotExpiry
           compute WSLotQtyBack = WSLotHigh - WSLotLow
           call "LOTSTK" using WSLotAction, WSLotProduct, WSLotSize,
               WSLotLoc, WSLotLotNumber, WSLotLotExpiry, WSRunDate,
               WSLotQtyBack
       end-if.

2800-LOG-THE-CHANGE.
       move WSRunDate to CgDate
       move OrdNumber to CgOrdNumber
       move OrdLineNo to CgOrdLineNo
       move WSOrderCust to CgIdNum
       if WSActionCancel
           set CgActionCancel to true
       else
           set CgActionReduce to true
       end-if
       move OrdProduct to CgProduct
       move OrdSize to CgSize
       move WSOldQty to CgOldQty
       move OrdQty to CgNewQty
       move WSFromStock to CgStockBack
       move WSLineCredit to CgCredit
       move WSReason to CgReason
       move WSOperator to CgOperator
       perform 2850-APPEND-CHANGE-ROW.

2850-APPEND-CHANGE-ROW.
       open extend OrderChangeFile
       if not OrderChangeOk
           open output OrderChangeFile
       end-if
       write OrderChangeData
       close OrderChangeFile.

3000-CUT-ONE-LINE.
       display "Line number : " with no advancing
       accept WSLineNo
       if WSLineNo = zero
           go to 3000-EXIT
       end-if
       move WSOrderNumber to OrdNumber
       move WSLineNo to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order " WSOrderNumber " has no line " WSLineNo
               go to 3000-EXIT
       end-read
       if OrdStatusCancelled or OrdQty = zero
           display "Line " WSLineNo " is already cancelled"
           go to 3000-EXIT
       end-if
       perform 8100-FIND-THE-FLOOR
       display "Line " WSLineNo " " OrdProduct " size " OrdSize " qty " OrdQty
           " - can come down to " WSFloorQty
       display "New quantity (0 = cancel the line) : " with no advancing
       accept WSNewQty
       if WSNewQty >= OrdQty
           display "That is not a reduction - line not changed"
           go to 3000-EXIT
       end-if
       if WSNewQty < WSFloorQty
           display "Only down to " WSFloorQty " - the rest has shipped or"
               " billed, take it back through RETURNS"
           go to 3000-EXIT
       end-if
       perform 2500-APPLY-THE-CUT.
3000-EXIT.
       exit.

4000-CUT-A-KIT. *>the desk thinks in kits, the order holds the pieces - every
*>component must be able to give up its share before any of them is cut
       display "Kit product : " with no advancing
       accept WSKitProduct
       move function upper-case(WSKitProduct) to WSKitProduct
       display "Number of kits to take off : " with no advancing
       accept WSKitsRemoved
       if WSKitsRemoved = zero
           go to 4000-EXIT
       end-if
       perform 4100-LOAD-KIT-BOM thru 4100-EXIT
       if WSKitCount = zero
           display WSKitProduct " is not a kit on KITBOM.DAT"
           go to 4000-EXIT
       end-if
       move 'N' to WSBlocked
       perform 4200-FIND-COMPONENT-LINE varying WSKitIndex from 1 by 1
           until WSKitIndex > WSKitCount
       if WSBlocked = 'Y'
           display "Kit " WSKitProduct " not changed"
           go to 4000-EXIT
       end-if
       perform 4300-CUT-ONE-COMPONENT varying WSKitIndex from 1 by 1
           until WSKitIndex > WSKitCount.
4000-EXIT.
       exit.

4100-LOAD-KIT-BOM.
       move zero to WSKitCount
       open input KitBomFile
       if not KitBomFileOk
           close KitBomFile
           go to 4100-EXIT
       end-if
       move 'N' to KitEndOfFile
       perform 4110-LOAD-ONE-BOM-ROW until KitEndOfFile = 'Y'
       close KitBomFile.
4100-EXIT.
       exit.

4110-LOAD-ONE-BOM-ROW.
       read KitBomFile next
           at end move 'Y' to KitEndOfFile
           not at end
               if KbKitName = WSKitProduct and WSKitCount < 20
                   add 1 to WSKitCount
                   move KbComponent to WSKitComp(WSKitCount)
                   move KbSize to WSKitSize(WSKitCount)
                   move KbQtyPer to WSKitQtyPer(WSKitCount)
                   compute WSKitCutQty(WSKitCount) = WSKitsRemoved * KbQtyPer
                   move zero to WSKitLine(WSKitCount)
               end-if
       end-read.

4200-FIND-COMPONENT-LINE. *>the first live line of the component that can
*>come down by its share
       perform 8000-START-THE-LINES
       perform 4250-TEST-ONE-COMPONENT-LINE until WSLinesEnd = 'Y'
       if WSKitLine(WSKitIndex) = zero
           display "No line of " WSKitComp(WSKitIndex) " size "
               WSKitSize(WSKitIndex) " can come down by "
               WSKitCutQty(WSKitIndex)
           move 'Y' to WSBlocked
       end-if.

4250-TEST-ONE-COMPONENT-LINE.
       perform 8050-NEXT-LINE
       if WSLinesEnd = 'N'
          and OrdProduct = WSKitComp(WSKitIndex)
          and OrdSize = WSKitSize(WSKitIndex)
          and not OrdStatusCancelled
           perform 8100-FIND-THE-FLOOR
           if OrdQty - WSKitCutQty(WSKitIndex) >= WSFloorQty
              and OrdQty >= WSKitCutQty(WSKitIndex)
               move OrdLineNo to WSKitLine(WSKitIndex)
               move 'Y' to WSLinesEnd
           end-if
       end-if.

4300-CUT-ONE-COMPONENT.
       move WSOrderNumber to OrdNumber
       move WSKitLine(WSKitIndex) to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order line " WSOrderNumber "/" WSKitLine(WSKitIndex)
                   " vanished - component not cut"
           not invalid key
               compute WSNewQty = OrdQty - WSKitCutQty(WSKitIndex)
               perform 2500-APPLY-THE-CUT
       end-read.

5000-CLOSE-OUT-THE-HEADER. *>nothing live left on the order cancels the order;
*>either way the unbilled value decides what the deposit may still cover
       move zero to WSLinesLive, WSOpenValue
       perform 8000-START-THE-LINES
       perform 5100-TALLY-ONE-LINE until WSLinesEnd = 'Y'
       if WSLinesLive > zero
           go to 5000-EXIT
       end-if
       move WSOrderNumber to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key go to 5000-EXIT
       end-read
       set OrdStatusCancelled to true
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       move 'Y' to WSOrderCancelled
       move zero to WSOldQty, WSFromStock, WSLineCredit
       move 'C' to WSAction
       perform 2800-LOG-THE-CHANGE
       display "Order " WSOrderNumber " is cancelled".
5000-EXIT.
       exit.

5100-TALLY-ONE-LINE.
       perform 8050-NEXT-LINE
       if WSLinesEnd = 'N' and OrdQty > zero
           add 1 to WSLinesLive
           if OrdQty > OrdBilledQty
               compute WSOpenValue = WSOpenValue
                   + (OrdQty - OrdBilledQty) * OrdUnitPrice
           end-if
       end-if.

6000-CREDIT-THE-CUSTOMER. *>the allocated stock went to AR on the ORDERS.DAT
*>hand-off - a CM row and the balance reduction take it back off, the same
*>entry RETURNS makes, and like RETURNS a branch billed at its parent is
*>credited on the parent's balance and ARTRANS rows
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use - credit of " WSCreditTotal
               " not posted, raise it by hand"
           close CustomerFile
           go to 6000-EXIT
       end-if
       move WSOrderCust to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSOrderCust " not on file - credit not posted"
               close CustomerFile
               go to 6000-EXIT
       end-read
       move WSOrderCust to WSCreditToID
       if ParentId not = zero and BillsAtParent
           move ParentId to IdNum
           read CustomerFile
               key is IdNum
               invalid key
                   move WSOrderCust to IdNum
                   read CustomerFile
                       key is IdNum
                   end-read
               not invalid key
                   move IdNum to WSCreditToID
           end-read
       end-if
       move CustomerData to WSBeforeImage
       subtract WSCreditTotal from Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move CustomerData to WSAfterImage
       close CustomerFile
       perform 7600-WRITE-AUDIT-CHANGE
       move WSCreditToID to AtIdNum
       compute AtInvoiceAmt = zero - WSCreditTotal
       move WSRunDate to AtTranDate
       set AtTranCredit to true
       move zero to AtInvoiceNum
       perform 7500-APPEND-AR-TRAN
       display "Credit of " WSCreditTotal " posted to customer " WSCreditToID
           " for stock put back".
6000-EXIT.
       exit.

7000-SETTLE-THE-DEPOSIT. *>the order's net DP rows are the money still held
*>for it - anything beyond the unbilled value left on the order comes off the
*>order, as a refund check or as an on-account credit
       move zero to WSDepositNet
       open input ArTranFile
       if not ArTranFileOk
           close ArTranFile
           go to 7000-EXIT
       end-if
       move 'N' to ArTranEndOfFile
       perform 7100-NET-ONE-DEPOSIT-ROW until ArTranEndOfFile = 'Y'
       close ArTranFile
       if WSDepositNet >= zero
           go to 7000-EXIT
       end-if
       compute WSDepositHeld = zero - WSDepositNet
       if WSDepositHeld <= WSOpenValue
           display "Deposit of " WSDepositHeld " stays with the order"
           go to 7000-EXIT
       end-if
       compute WSExcess = WSDepositHeld - WSOpenValue
       display "Deposit exceeds what is left to bill by " WSExcess
       display "R = refund by check, A = leave on account : " with no advancing
       accept WSSettleAnswer
       move function upper-case(WSSettleAnswer) to WSSettleAnswer
       perform 7200-RELEASE-THE-DEPOSIT
       if WSSettleAnswer = 'R'
           perform 7300-REFUND-BY-CHECK thru 7300-EXIT
       else
           display "Deposit excess of " WSExcess " left on account"
       end-if.
7000-EXIT.
       exit.

7100-NET-ONE-DEPOSIT-ROW.
       read ArTranFile
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtTranDeposit and AtIdNum = WSOrderCust
                  and AtInvoiceNum = WSOrderNumber
                   add AtInvoiceAmt to WSDepositNet
               end-if
       end-read.

7200-RELEASE-THE-DEPOSIT. *>the INVOICE apply pair - a reversing DP on the
*>order and a PM on account, so the money leaves the order but not the customer
       move WSOrderCust to AtIdNum
       move WSExcess to AtInvoiceAmt
       move WSRunDate to AtTranDate
       set AtTranDeposit to true
       move WSOrderNumber to AtInvoiceNum
       perform 7500-APPEND-AR-TRAN
       move WSOrderCust to AtIdNum
       compute AtInvoiceAmt = zero - WSExcess
       move WSRunDate to AtTranDate
       set AtTranPayment to true
       move zero to AtInvoiceNum
       perform 7500-APPEND-AR-TRAN.

7300-REFUND-BY-CHECK. *>the REFUND run's entries for one customer - check off
*>the REFGENNUM.DAT series, RF row, balance restored, CHKREG.DAT row
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use - excess left on account, refund"
               " it through REFUND"
           close CustomerFile
           go to 7300-EXIT
       end-if
       move WSOrderCust to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSOrderCust " not on file - excess left on account"
               close CustomerFile
               go to 7300-EXIT
       end-read
       perform 7310-ASSIGN-CHECK-NUMBER
       perform 7320-PRINT-REFUND-CHECK
       move CustomerData to WSBeforeImage
       add WSExcess to Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move CustomerData to WSAfterImage
       perform 7600-WRITE-AUDIT-CHANGE
       perform 7330-WRITE-CHECK-ROW
       close CustomerFile
       move WSOrderCust to AtIdNum
       move WSExcess to AtInvoiceAmt
       move WSRunDate to AtTranDate
       set AtTranRefund to true
       move zero to AtInvoiceNum
       perform 7500-APPEND-AR-TRAN
       add 1 to WSCheckCount
       display "Refund check " WSCheckNumber " for " WSExcess " printed".
7300-EXIT.
       exit.

7310-ASSIGN-CHECK-NUMBER.
       move zero to WSCheckNumber
       open input RefGenNumFile
       if RefGenNumOk
           read RefGenNumFile
               at end continue
               not at end move RefGenNumLine to WSCheckNumber
           end-read
       end-if
       close RefGenNumFile
       add 1 to WSCheckNumber
       open output RefGenNumFile
       move WSCheckNumber to RefGenNumLine
       write RefGenNumLine
       close RefGenNumFile.

7320-PRINT-REFUND-CHECK.
       move WSCheckNumber to PrnCheckNum
       move WSRunDate to PrnCheckDate
       write CheckPrintLine from CheckHeadLine after advancing page
       move WSOrderNumber to PrnMemoOrder
       write CheckPrintLine from CheckMemoLine after advancing 1 line
       move spaces to WSMailingLabel
       string
           function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into WSMailingLabel
       end-string
       write CheckPrintLine from WSMailingLabel after advancing 1 line
       write CheckPrintLine from CustStreet after advancing 1 line
       move spaces to WSCityLine
       string
           function trim(City) delimited by size
           ", " delimited by size
           State delimited by size
           " " delimited by size
           Zip delimited by size
           into WSCityLine
       end-string
       write CheckPrintLine from WSCityLine after advancing 1 line
       move spaces to CheckPrintLine
       write CheckPrintLine after advancing 1 line
       move WSExcess to WSAmountEdit
       move spaces to WSAmountLine
       string "Pay to the order of the above : " delimited by size
           WSAmountEdit delimited by size
           into WSAmountLine
       end-string
       write CheckPrintLine from WSAmountLine after advancing 1 line.

7330-WRITE-CHECK-ROW.
       move WSCheckNumber to CkCheckNum
       set CkSourceRefund to true
       move IdNum to CkPayeeId
       move spaces to CkPayeeName
       string
           function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into CkPayeeName
       end-string
       move WSRunDate to CkIssueDate
       move WSExcess to CkAmount
       set CkIssued to true
       move WSRunDate to CkStatusDate
       move WSOperator to CkOperator
       open extend CheckRegisterFile
       if not CheckRegisterOk
           open output CheckRegisterFile
       end-if
       write CheckRegisterData
       close CheckRegisterFile.

7500-APPEND-AR-TRAN.
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       open extend ArTranFile
       if not ArTranFileOk
           open output ArTranFile
       end-if
       write ArTranData
       close ArTranFile.

7600-WRITE-AUDIT-CHANGE.
       move function current-date to AudTimestamp
       move WSOperator to AudOperator
       set AudActionChange to true
       move IdNum to AudIdNum
       move WSBeforeImage to AudBeforeImage
       move WSAfterImage to AudAfterImage
       open extend CustAuditFile
       write CustAuditData
       close CustAuditFile.

7800-WRITE-PRODUCT-AUDIT.
       move function current-date to PaTimestamp
       move WSOperator to PaOperator
       set PaActionCancel to true
       move PMName to PaPMName
       move WSProdBefore to PaBeforeImage
       move ProductMasterData to PaAfterImage
       open extend ProdAuditFile
       write ProdAuditData
       close ProdAuditFile.

8000-START-THE-LINES. *>position on line 01 of the order - 8050 then reads
*>forward until the order number changes
       move 'N' to WSLinesEnd
       move WSOrderNumber to OrdNumber
       move 1 to OrdLineNo
       start OrderFile key is not less than OrdKey
           invalid key move 'Y' to WSLinesEnd
       end-start.

8050-NEXT-LINE.
       if WSLinesEnd = 'N'
           read OrderFile next
               at end move 'Y' to WSLinesEnd
           end-read
           if WSLinesEnd = 'N' and OrdNumber not = WSOrderNumber
               move 'Y' to WSLinesEnd
           end-if
       end-if.

8100-FIND-THE-FLOOR. *>while the order is still in the building the shelf
*>stock can go back, so only billed units hold the line up; once it has
*>shipped, everything that left is beyond reach - and a drop-ship line was
*>never ours to put back, so what the vendor shipped holds it up whatever
*>the header says
       if OrdDropShipped
           move OrdShippedQty to WSFloorQty
           exit paragraph
       end-if
       if WSHeaderOpen or WSHeaderPicked
           move OrdBilledQty to WSFloorQty
       else
           move OrdShippedQty to WSFloorQty
       end-if.
