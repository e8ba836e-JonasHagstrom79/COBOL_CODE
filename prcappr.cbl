       >>source format free
identification division.
program-id. prcappr.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy operfc.
       select PriceOverrideFile assign to "PRICEOVR.DAT"
           organization is line sequential
           file status is PriceOverrideStatus.
       select NewPriceOverrideFile assign to "priceovr.tmp"
           organization is line sequential.
       select OrdersFile assign to "ORDERS.DAT"
           organization is line sequential
           file status is OrdersFileStatus.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd OperatorFile.
       copy operrec.
fd PriceOverrideFile.
       copy prcovr.
fd NewPriceOverrideFile.
01 NewPriceOverrideData pic x(82).
fd OrdersFile.
01 OrdersLine pic x(40).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 OperatorFileStatus pic x(2) value "00".
       88 OperatorFileOk value "00".
       88 OperatorFileNotFound value "35".
01 PriceOverrideStatus pic x(2) value "00".
       88 PriceOverrideOk value "00".
       88 PriceOverrideNotFound value "35".
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 PendEndOfFile pic x(1) value 'N'.
01 OrderEndOfFile pic x(1) value 'N'.
01 WSOperator pic x(10) value spaces.
01 WSMayApprove pic x(1) value 'N'.
01 WSDecision pic x(1). *>A=approve, R=reject, S=skip for now
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSApprovedCount pic 9(5) value zero.
01 WSRejectedCount pic 9(5) value zero.
01 WSSkippedCount pic 9(5) value zero.
01 WSReleasedCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSGivenAway pic s9(7)v99 value zero.
01 WSHandoffTotal pic 9(7)v99 value zero.
01 WSTouchedCount pic 9(3) value zero.
01 WSTouchedTable. *>the orders decided this session - each is released once
*>nothing on it is still pending
       02 WSTouchedOrder pic 9(6) occurs 500 times.
01 WSTouchedIndex pic 9(3) value zero.
01 WSAlreadyTouched pic x(1) value 'N'.
01 WSCheckOrder pic 9(6) value zero.
01 WSStillPending pic x(1) value 'N'.
01 WSAllDropShip pic x(1) value 'Y'.
01 WSLiveLines pic 9(3) value zero.

procedure division.
0000-MAINLINE. *>the rep's phone price below the margin floor waits here for an
*>operator holding the approval permission - approved, the line bills at the
*>keyed price; rejected, it goes back to what the price engine said. Either
*>way the order is released once nothing on it is left pending
       display "Operator ID : " with no advancing
       accept WSOperator
       perform 0500-CHECK-PERMISSION
       if WSMayApprove not = 'Y'
           display "Operator " WSOperator " may not approve price overrides"
               " - see OPERMNT"
           move 1 to return-code
           stop run
       end-if
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input PriceOverrideFile
       if PriceOverrideNotFound
           display "Nothing pending on PRICEOVR.DAT"
           close PriceOverrideFile
           stop run
       end-if
       open i-o OrderFile
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close PriceOverrideFile, OrderFile
           stop run
       end-if
       open output NewPriceOverrideFile
       move zero to WSTouchedCount
       move 'N' to PendEndOfFile
       perform 1000-REVIEW-ONE-ITEM thru 1000-EXIT until PendEndOfFile = 'Y'
       close PriceOverrideFile, NewPriceOverrideFile
       call "CBL_COPY_FILE" using "priceovr.tmp", "PRICEOVR.DAT", WSCopyFlags
           returning WSCopyReturnCode
       call "CBL_DELETE_FILE" using "priceovr.tmp"
       perform 5000-RELEASE-ONE-ORDER
           varying WSTouchedIndex from 1 by 1
           until WSTouchedIndex > WSTouchedCount
       close OrderFile
       display "Review complete - " WSApprovedCount " approved, "
           WSRejectedCount " rejected, " WSSkippedCount " left pending, "
           WSReleasedCount " order(s) released"
       stop run.

0500-CHECK-PERMISSION.
       move 'N' to WSMayApprove
       open input OperatorFile
       if OperatorFileOk
           move WSOperator to OpId
           read OperatorFile
               key is OpId
               invalid key continue
               not invalid key
                   if OpCanApprove
                       move 'Y' to WSMayApprove
                   end-if
           end-read
       end-if
       close OperatorFile.

1000-REVIEW-ONE-ITEM.
       read PriceOverrideFile next
           at end move 'Y' to PendEndOfFile
           not at end
               if OvPending
                   perform 2000-DECIDE-ONE-ITEM thru 2000-EXIT
               end-if
               write NewPriceOverrideData from PriceOverrideData
       end-read.
1000-EXIT.
       exit.

2000-DECIDE-ONE-ITEM.
       compute WSGivenAway = (OvEnginePrice - OvPrice) * OvQty
       display " "
       display "Order " OvOrdNumber "/" OvLineNo "  customer " OvIdNum
           "  rep " OvSalesRep "  keyed " OvDate
       display "  " OvProduct " size " OvSize " x" OvQty "  engine price "
           OvEnginePrice "  keyed " OvPrice "  cost " OvUnitCost
       display "  margin " OvMarginPct "%  reason " OvReason
           "  given away " WSGivenAway
       display "A-Approve  R-Reject  S-Skip : " with no advancing
       accept WSDecision
       move function upper-case(WSDecision) to WSDecision
       evaluate WSDecision
           when 'A' perform 3000-APPROVE-THE-PRICE thru 3000-EXIT
           when 'R' perform 4000-REJECT-THE-PRICE thru 4000-EXIT
           when other
               add 1 to WSSkippedCount
       end-evaluate.
2000-EXIT.
       exit.

3000-APPROVE-THE-PRICE. *>the line already carries the keyed price - the
*>billing hand-off held back at entry goes in now
       move OvOrdNumber to OrdNumber
       move OvLineNo to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order line " OvOrdNumber "/" OvLineNo
                   " no longer on file - item left pending"
               add 1 to WSSkippedCount
               go to 3000-EXIT
       end-read
       perform 7900-HAND-OFF-THE-LINE
       set OvApproved to true
       move WSOperator to OvDecidedBy
       move WSRunDate to OvDecideDate
       perform 6000-NOTE-THE-ORDER
       add 1 to WSApprovedCount
       display "Approved - order " OvOrdNumber "/" OvLineNo " bills at " OvPrice.
3000-EXIT.
       exit.

4000-REJECT-THE-PRICE. *>the line goes back to the engine price before the
*>hand-off is written, so the customer is never billed the keyed one
       move OvOrdNumber to OrdNumber
       move OvLineNo to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Order line " OvOrdNumber "/" OvLineNo
                   " no longer on file - item left pending"
               add 1 to WSSkippedCount
               go to 4000-EXIT
       end-read
       move OvEnginePrice to OrdUnitPrice
       compute OrdLineTotal = OrdUnitPrice * OrdQty
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       perform 7900-HAND-OFF-THE-LINE
       set OvRejected to true
       move WSOperator to OvDecidedBy
       move WSRunDate to OvDecideDate
       perform 6000-NOTE-THE-ORDER
       add 1 to WSRejectedCount
       display "Rejected - order " OvOrdNumber "/" OvLineNo
           " back to " OvEnginePrice.
4000-EXIT.
       exit.

5000-RELEASE-ONE-ORDER. *>an order with anything still pending stays held;
*>otherwise it goes back to open, or straight to picked when every live line
*>ships from the vendor and there is nothing for the pick list
       move WSTouchedOrder(WSTouchedIndex) to WSCheckOrder
       move 'N' to WSStillPending
       open input PriceOverrideFile
       if PriceOverrideOk
           move 'N' to PendEndOfFile
           perform 5100-CHECK-ONE-ITEM until PendEndOfFile = 'Y'
       end-if
       close PriceOverrideFile
       if WSStillPending = 'Y'
           display "Order " WSCheckOrder " stays held - overrides still pending"
           exit paragraph
       end-if
       move 'Y' to WSAllDropShip
       move zero to WSLiveLines
       move WSCheckOrder to OrdNumber
       move 1 to OrdLineNo
       start OrderFile key is >= OrdKey
           invalid key move 'Y' to OrderEndOfFile
           not invalid key move 'N' to OrderEndOfFile
       end-start
       if OrderEndOfFile = 'N'
           read OrderFile next
               at end move 'Y' to OrderEndOfFile
           end-read
       end-if
       perform 5200-TEST-ONE-LINE
           until OrderEndOfFile = 'Y' or OrdNumber not = WSCheckOrder
       move WSCheckOrder to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key exit paragraph
       end-read
       if not OrdStatusHeld
           exit paragraph
       end-if
       if WSAllDropShip = 'Y' and WSLiveLines > zero
           set OrdStatusPicked to true
       else
           set OrdStatusOpen to true
       end-if
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       add 1 to WSReleasedCount
       display "Order " WSCheckOrder " released".

5100-CHECK-ONE-ITEM.
       read PriceOverrideFile next
           at end move 'Y' to PendEndOfFile
           not at end
               if OvOrdNumber = WSCheckOrder and OvPending
                   move 'Y' to WSStillPending
                   move 'Y' to PendEndOfFile
               end-if
       end-read.

5200-TEST-ONE-LINE.
       if not OrdStatusCancelled
           add 1 to WSLiveLines
           if not OrdDropShipped
               move 'N' to WSAllDropShip
           end-if
       end-if
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read.

6000-NOTE-THE-ORDER.
       move 'N' to WSAlreadyTouched
       perform 6100-MATCH-ONE-TOUCHED
           varying WSTouchedIndex from 1 by 1
           until WSTouchedIndex > WSTouchedCount
       if WSAlreadyTouched = 'N' and WSTouchedCount < 500
           add 1 to WSTouchedCount
           move OvOrdNumber to WSTouchedOrder(WSTouchedCount)
       end-if.

6100-MATCH-ONE-TOUCHED.
       if WSTouchedOrder(WSTouchedIndex) = OvOrdNumber
           move 'Y' to WSAlreadyTouched
       end-if.

7900-HAND-OFF-THE-LINE. *>what entry relieved from stock goes to tonight's
*>posting run at the price that stands - the ORDERENTRY hand-off, late
       if OrdShippedQty = zero
           exit paragraph
       end-if
       compute WSHandoffTotal = OrdShippedQty * OrdUnitPrice
       open extend OrdersFile
       if not OrdersFileOk
           open output OrdersFile
       end-if
       move spaces to OrdersLine
       string
           OrdIdNum delimited by size
           " " delimited by size
           OrdProduct delimited by size
           " " delimited by size
           OrdSize delimited by size
           " " delimited by size
           OrdShippedQty delimited by size
           " " delimited by size
           WSHandoffTotal delimited by size
           into OrdersLine
       end-string
       write OrdersLine
       close OrdersFile.
