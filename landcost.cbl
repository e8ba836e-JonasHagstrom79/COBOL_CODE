       >>source format free
identification division.
program-id. landcost.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy pofc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select ReceiptHistFile assign to "RECEIPTS.DAT"
           organization is line sequential
           file status is ReceiptHistStatus.
       select LandedCostFile assign to "LANDCOST.DAT"
           organization is line sequential
           file status is LandedCostStatus.
       select AllocationReport assign to "LANDCOST.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd PurchaseOrderFile.
       copy porec.
fd ProdAuditFile.
       copy prodaud.
fd ReceiptHistFile.
       copy rcptrec.
fd LandedCostFile.
01 LandedCostData. *>one PO line's share of a freight, duty or brokerage bill -
*>GLEXTRACT moves LcToStock out of freight-in and onto inventory
       02 LcDate       pic 9(8).
       02 LcPoNumber   pic 9(6).
       02 LcLineNo     pic 9(2).
       02 LcProduct    pic x(5).
       02 LcSize       pic x(1).
       02 LcChargeType pic x(1).
           88 LcFreight   value "F".
           88 LcDuty      value "D".
           88 LcBrokerage value "B".
       02 LcBillRef    pic x(12).
       02 LcBasis      pic x(1).
       02 LcAmount     pic 9(7)v99. *>the line's share of the bill
       02 LcToStock    pic 9(7)v99. *>the part still sitting on the shelf -
                                     *>the share of units already sold stays
                                     *>in freight-in as cost of those sales
       02 LcOperator   pic x(10).
fd AllocationReport.
01 PrintLine pic x(90).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 PurchaseOrderStatus pic x(2) value "00".
       88 PurchaseOrderOk value "00".
       88 PurchaseOrderNotFound value "35".
01 ReceiptHistStatus pic x(2) value "00".
       88 ReceiptHistOk value "00".
01 LandedCostStatus pic x(2) value "00".
       88 LandedCostOk value "00".
01 PoEndOfFile pic x(1) value 'N'.
01 ReceiptEndOfFile pic x(1) value 'N'.
01 LandedEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1) value 'Y'. *>Y=allocate another bill, N=done
01 WSConfirm pic x(1) value 'N'.
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSChargePO pic 9(6).
01 WSReceiptDate pic 9(8) value zero. *>zero = every line received on the PO
01 WSChargeType pic x(1).
       88 WSChargeTypeValid values "F" "D" "B".
01 WSBillRef pic x(12).
01 WSChargeAmount pic 9(7)v99.
01 WSBasis pic x(1).
       88 WSBasisValue  value "V".
       88 WSBasisQty    value "Q".
       88 WSBasisWeight value "W".
       88 WSBasisValid  values "V" "Q" "W".
01 WSAlreadyAllocated pic x(1) value 'N'.
01 WSLineCount pic 9(2) value zero.
01 WSLineTable. *>the lines the bill is spread across
       02 WSLineEntry occurs 99 times.
           03 TblLineNo   pic 9(2).
           03 TblProduct  pic x(5).
           03 TblSize     pic x(1).
           03 TblQty      pic 9(5).
           03 TblUnitCost pic 9(5)v99.
           03 TblBasis    pic 9(9)v99.
           03 TblShare    pic 9(7)v99.
01 WSLineIndex pic 9(2) value zero.
01 WSSlot pic 9(2) value zero.
01 WSUnitWeight pic 9(5)v99.
01 WSBasisTotal pic 9(11)v99 value zero.
01 WSAllocated pic 9(7)v99 value zero.
01 WSOnHand pic 9(7) value zero.
01 WSQtyInStock pic 9(5) value zero.
01 WSToStock pic 9(7)v99 value zero.
01 WSStockValue pic 9(11)v99.
01 WSNewCost pic 9(7)v99.
01 WSSizeIndex pic 9 value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSAuditOperator pic x(10) value "LANDCOST".
01 WSBillsPosted pic 9(3) value zero.
01 RptHeading pic x(60) value "Landed Cost Allocation Register".
01 RptBillLine pic x(90).
01 RptColHeads pic x(90) value
       "  Line  Prod   Sz   Qty      Basis          Share   To stock   Old cost   New cost".
01 RptDetailLine.
       02 filler pic x(3) value space.
       02 PrnLineNo pic 9(2).
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(2) value space.
       02 PrnSize pic x(1).
       02 filler pic x(1) value space.
       02 PrnQty pic zz,zz9.
       02 filler pic x(1) value space.
       02 PrnBasis pic zzz,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnShare pic z,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnToStock pic zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnOldCost pic zz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnNewCost pic zz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnNote pic x(8).

procedure division.
0000-MAINLINE. *>the freight, duty and brokerage bills that arrive after the
*>goods - each is spread across a PO's received lines by value, quantity or
*>weight, the share on stock still held is averaged into PMUnitCost with a
*>LANDCOST audit row, and LANDCOST.DAT carries the amounts GLEXTRACT moves
*>from freight-in to inventory
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open output AllocationReport
       write PrintLine from RptHeading after advancing page
       perform 1000-ALLOCATE-ONE-BILL thru 1000-EXIT until WSMode = 'N'
       close AllocationReport
       display WSBillsPosted " bill(s) allocated - register on LANDCOST.rpt"
       stop run.

1000-ALLOCATE-ONE-BILL.
       display "PO number the charge is against : " with no advancing
       accept WSChargePO
       display "Receipt date (YYYYMMDD, 0 = all lines received) : "
           with no advancing
       accept WSReceiptDate
       display "Charge type (F=freight D=duty B=brokerage) : " with no advancing
       accept WSChargeType
       move function upper-case(WSChargeType) to WSChargeType
       if not WSChargeTypeValid
           display "Charge type must be F, D or B"
           go to 1000-EXIT
       end-if
       display "Bill / reference number : " with no advancing
       accept WSBillRef
       display "Charge amount : " with no advancing
       accept WSChargeAmount
       if WSChargeAmount = zero
           display "Nothing to allocate"
           go to 1000-EXIT
       end-if
       display "Spread by (V=value Q=quantity W=weight) : " with no advancing
       accept WSBasis
       move function upper-case(WSBasis) to WSBasis
       if not WSBasisValid
           display "Basis must be V, Q or W"
           go to 1000-EXIT
       end-if
       perform 1500-CHECK-ALREADY-ALLOCATED
       if WSAlreadyAllocated = 'Y'
           display "Bill " WSBillRef " was already allocated against PO "
               WSChargePO " - not allocated twice"
           go to 1000-EXIT
       end-if
       move zero to WSLineCount
       initialize WSLineTable
       open input PurchaseOrderFile
       if PurchaseOrderNotFound
           display "No purchase orders on file yet"
           close PurchaseOrderFile
           go to 1000-EXIT
       end-if
       move WSChargePO to PoNumber
       move zero to PoLineNo
       read PurchaseOrderFile
           key is PoKey
           invalid key
               display "PO " WSChargePO " not found"
               close PurchaseOrderFile
               go to 1000-EXIT
       end-read
       if WSReceiptDate = zero
           perform 2000-LOAD-PO-LINES
       else
           perform 2500-LOAD-RECEIPT-LINES thru 2500-EXIT
       end-if
       close PurchaseOrderFile
       if WSLineCount = zero
           display "Nothing received on PO " WSChargePO
               " to carry the charge"
           go to 1000-EXIT
       end-if
       perform 3000-WORK-OUT-BASIS
           varying WSLineIndex from 1 by 1 until WSLineIndex > WSLineCount
       if WSBasisTotal = zero
           display "The lines carry no value or weight to spread by"
           go to 1000-EXIT
       end-if
       move zero to WSAllocated
       perform 3500-WORK-OUT-SHARE
           varying WSLineIndex from 1 by 1 until WSLineIndex > WSLineCount
       perform 3900-SHOW-ONE-SHARE
           varying WSLineIndex from 1 by 1 until WSLineIndex > WSLineCount
       display "Post this allocation (Y/N) : " with no advancing
       accept WSConfirm
       move function upper-case(WSConfirm) to WSConfirm
       if WSConfirm not = 'Y'
           display "Allocation abandoned - nothing posted"
           go to 1000-EXIT
       end-if
       open i-o ProductFile
       if not ProductFileOk
           display "Product file is in use - try again later"
           close ProductFile
           go to 1000-EXIT
       end-if
       move spaces to RptBillLine
       string "PO " delimited by size
           WSChargePO delimited by size
           "   bill " delimited by size
           WSBillRef delimited by size
           "   type " delimited by size
           WSChargeType delimited by size
           "   basis " delimited by size
           WSBasis delimited by size
           "   amount " delimited by size
           WSChargeAmount delimited by size
           into RptBillLine
       end-string
       write PrintLine from RptBillLine after advancing 2 lines
       write PrintLine from RptColHeads after advancing 1 line
       open extend LandedCostFile
       if not LandedCostOk
           open output LandedCostFile
       end-if
       perform 4000-POST-ONE-SHARE thru 4000-EXIT
           varying WSLineIndex from 1 by 1 until WSLineIndex > WSLineCount
       close LandedCostFile, ProductFile
       add 1 to WSBillsPosted
       display "Bill " WSBillRef " allocated across " WSLineCount " line(s)".
1000-EXIT.
       display "Allocate another bill (Y/N) : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode.

1500-CHECK-ALREADY-ALLOCATED. *>the same bill keyed twice would double the
*>cost - one allocation per bill and PO
       move 'N' to WSAlreadyAllocated
       open input LandedCostFile
       if LandedCostOk
           move 'N' to LandedEndOfFile
           perform 1550-TEST-ONE-ALLOCATION until LandedEndOfFile = 'Y'
       end-if
       close LandedCostFile.

1550-TEST-ONE-ALLOCATION.
       read LandedCostFile
           at end move 'Y' to LandedEndOfFile
           not at end
               if LcPoNumber = WSChargePO and LcBillRef = WSBillRef
                   move 'Y' to WSAlreadyAllocated
                   move 'Y' to LandedEndOfFile
               end-if
       end-read.

2000-LOAD-PO-LINES. *>every line with anything received against it
       move 'N' to PoEndOfFile
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read
       perform 2100-LOAD-ONE-PO-LINE
           until PoEndOfFile = 'Y' or PoNumber not = WSChargePO.

2100-LOAD-ONE-PO-LINE.
       if PoLineNo > zero and PoQtyReceived > zero and WSLineCount < 99
           add 1 to WSLineCount
           move PoLineNo to TblLineNo(WSLineCount)
           move PoProduct to TblProduct(WSLineCount)
           move PoSize to TblSize(WSLineCount)
           move PoQtyReceived to TblQty(WSLineCount)
           move PoUnitCost to TblUnitCost(WSLineCount)
       end-if
       read PurchaseOrderFile next
           at end move 'Y' to PoEndOfFile
       end-read.

2500-LOAD-RECEIPT-LINES. *>one delivery only - the quantities RECEIVE logged
*>against the PO that day
       open input ReceiptHistFile
       if not ReceiptHistOk
           close ReceiptHistFile
           go to 2500-EXIT
       end-if
       move 'N' to ReceiptEndOfFile
       perform 2600-LOAD-ONE-RECEIPT until ReceiptEndOfFile = 'Y'
       close ReceiptHistFile.
2500-EXIT.
       exit.

2600-LOAD-ONE-RECEIPT.
       read ReceiptHistFile
           at end move 'Y' to ReceiptEndOfFile
           not at end
               if RcPoNumber = WSChargePO and RcReceiptDate = WSReceiptDate
                   move zero to WSSlot
                   perform 2650-FIND-LINE-ENTRY
                       varying WSLineIndex from 1 by 1
                       until WSLineIndex > WSLineCount or WSSlot > zero
                   if WSSlot = zero and WSLineCount < 99
                       perform 2700-ADD-RECEIPT-LINE
                   end-if
                   if WSSlot > zero
                       add RcQtyReceived to TblQty(WSSlot)
                   end-if
               end-if
       end-read.

2650-FIND-LINE-ENTRY.
       if TblLineNo(WSLineIndex) = RcLineNo
           move WSLineIndex to WSSlot
       end-if.

2700-ADD-RECEIPT-LINE. *>the cost comes off the PO line itself
       add 1 to WSLineCount
       move WSLineCount to WSSlot
       move RcLineNo to TblLineNo(WSSlot)
       move RcProduct to TblProduct(WSSlot)
       move RcSize to TblSize(WSSlot)
       move zero to TblQty(WSSlot), TblUnitCost(WSSlot)
       move WSChargePO to PoNumber
       move RcLineNo to PoLineNo
       read PurchaseOrderFile
           key is PoKey
           invalid key continue
           not invalid key move PoUnitCost to TblUnitCost(WSSlot)
       end-read.

3000-WORK-OUT-BASIS. *>the product master carries no weight, so a weight
*>spread asks for each line's unit weight off the bill of lading
       evaluate true
           when WSBasisValue
               compute TblBasis(WSLineIndex) =
                   TblQty(WSLineIndex) * TblUnitCost(WSLineIndex)
           when WSBasisQty
               move TblQty(WSLineIndex) to TblBasis(WSLineIndex)
           when WSBasisWeight
               display "Unit weight, line " TblLineNo(WSLineIndex) " "
                   TblProduct(WSLineIndex) " size " TblSize(WSLineIndex)
                   " : " with no advancing
               accept WSUnitWeight
               compute TblBasis(WSLineIndex) =
                   TblQty(WSLineIndex) * WSUnitWeight
       end-evaluate
       add TblBasis(WSLineIndex) to WSBasisTotal.

3500-WORK-OUT-SHARE. *>the last line takes the rounding so the shares add
*>back to the bill to the penny
       if WSLineIndex = WSLineCount
           compute TblShare(WSLineIndex) = WSChargeAmount - WSAllocated
       else
           compute TblShare(WSLineIndex) rounded =
               WSChargeAmount * TblBasis(WSLineIndex) / WSBasisTotal
           add TblShare(WSLineIndex) to WSAllocated
       end-if.

3900-SHOW-ONE-SHARE.
       display "  line " TblLineNo(WSLineIndex) "  " TblProduct(WSLineIndex)
           " " TblSize(WSLineIndex) "  qty " TblQty(WSLineIndex)
           "  share " TblShare(WSLineIndex).

4000-POST-ONE-SHARE. *>the share on units still on hand averages into the unit
*>cost - units already sold keep their share in freight-in
       move TblLineNo(WSLineIndex) to PrnLineNo
       move TblProduct(WSLineIndex) to PrnProduct
       move TblSize(WSLineIndex) to PrnSize
       move TblQty(WSLineIndex) to PrnQty
       move TblBasis(WSLineIndex) to PrnBasis
       move TblShare(WSLineIndex) to PrnShare
       move zero to WSToStock, PrnOldCost, PrnNewCost
       move spaces to PrnNote
       move TblProduct(WSLineIndex) to PMName
       read ProductFile
           key is PMName
           invalid key
               move "NO PROD" to PrnNote
               go to 4000-WRITE
       end-read
       move zero to WSOnHand
       perform 4100-ADD-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       move PMUnitCost to PrnOldCost
       if WSOnHand = zero or TblShare(WSLineIndex) = zero
           move PMUnitCost to PrnNewCost
           move "ALL SOLD" to PrnNote
           go to 4000-WRITE
       end-if
       if WSOnHand < TblQty(WSLineIndex)
           move WSOnHand to WSQtyInStock
           compute WSToStock rounded = TblShare(WSLineIndex)
               * WSQtyInStock / TblQty(WSLineIndex)
           move "PART SLD" to PrnNote
       else
           move TblShare(WSLineIndex) to WSToStock
       end-if
       compute WSStockValue = WSOnHand * PMUnitCost + WSToStock
       compute WSNewCost rounded = WSStockValue / WSOnHand
       if WSNewCost > 99999.99
           move zero to WSToStock
           move PMUnitCost to PrnNewCost
           move "COST MAX" to PrnNote
           go to 4000-WRITE
       end-if
       move ProductMasterData to WSProdBefore
       move WSNewCost to PMUnitCost
       rewrite ProductMasterData
       move ProductMasterData to WSJrnlImage
       call "MSTJRNL" using "P", "W", WSJrnlImage
       set PaActionLanded to true
       perform 7800-WRITE-PRODUCT-AUDIT
       move PMUnitCost to PrnNewCost.
4000-WRITE.
       move WSToStock to PrnToStock
       write PrintLine from RptDetailLine after advancing 1 line
       move WSRunDate to LcDate
       move WSChargePO to LcPoNumber
       move TblLineNo(WSLineIndex) to LcLineNo
       move TblProduct(WSLineIndex) to LcProduct
       move TblSize(WSLineIndex) to LcSize
       move WSChargeType to LcChargeType
       move WSBillRef to LcBillRef
       move WSBasis to LcBasis
       move TblShare(WSLineIndex) to LcAmount
       move WSToStock to LcToStock
       move WSOperator to LcOperator
       write LandedCostData.
4000-EXIT.
       exit.

4100-ADD-ONE-SLOT.
       if WSSizeIndex <= PMSizeCount
           add PMQtyBySize(WSSizeIndex) to WSOnHand
       end-if.

7800-WRITE-PRODUCT-AUDIT.
       move function current-date to PaTimestamp
       move WSAuditOperator to PaOperator
       move PMName to PaPMName
       move WSProdBefore to PaBeforeImage
       move ProductMasterData to PaAfterImage
       open extend ProdAuditFile
       write ProdAuditData
       close ProdAuditFile.
