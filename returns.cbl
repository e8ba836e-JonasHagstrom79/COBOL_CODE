       copy custfc.
       copy prodfc.
       copy ordfc.
       copy wclfc.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       copy ordrec.
fd ArTranFile.
       copy artran.
fd ClaimFile.
       copy wclrec.
fd CmGenNumFile.
01 CmGenNumLine pic 9(6).
fd ReturnsFile.
01 WSReturnLine pic 9(2).
01 WSReturnQty pic 9(5).
01 WSReturnAmount pic 9(7)v99.
01 WSCreditToID pic 9(5) value zero. *>the customer, or its corporate parent
*>when the branch bills at the parent
01 CommChargeStatus pic x(2) value "00".
       88 CommChargeOk value "00".
01 WSChargeRep pic x(3) value spaces.
01 ClaimFileStatus pic x(2) value "00".
       88 ClaimFileOk value "00".
01 WSClaimNumber pic 9(6) value zero. *>WARCLAIM claim this credit settles, zero
*>= an ordinary return
01 WSMemoNumber pic 9(6) value zero.
01 WSSizeIndex pic 9 value zero.
01 WSCurrentDate pic x(21).
01 WSProductAmount pic 9(9)v99 value zero.
01 WSRegisterCount pic 9(5) value zero.
01 WSRegisterAmount pic 9(11)v99 value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
       end-evaluate.

2000-PROCESS-RETURN. *>everything hangs off the original order line - the product,
*>size, customer and the price actually charged all come from there. A warranty
*>claim brings its own order line and units, and the failed units are not put
*>back on the shelf
       move zero to WSClaimNumber
       display "Warranty claim number (0 = ordinary return) : " with no advancing
       accept WSClaimNumber
       if WSClaimNumber not = zero
           perform 2050-CHECK-THE-CLAIM thru 2050-EXIT
           if WSClaimNumber = zero
               go to 2000-EXIT
           end-if
       else
           display "Original order number : " with no advancing
           accept WSReturnOrder
           display "Order line number : " with no advancing
           accept WSReturnLine
       end-if
       if WSReturnLine = zero
           display "Line 00 is the order header - give the line number"
           go to 2000-EXIT
       close OrderFile
       display "Line is " OrdProduct " size " OrdSize " qty " OrdQty
           " @ " OrdUnitPrice
       if WSClaimNumber not = zero
           display "Warranty credit for " WSReturnQty " failed unit(s) on claim "
               WSClaimNumber
       else
           display "Quantity returned : " with no advancing
           accept WSReturnQty
       end-if
       if WSReturnQty = zero or WSReturnQty > OrdQty
           display "Returned quantity must be 1 to " OrdQty " - return cancelled"
           go to 2000-EXIT
       end-if
       compute WSReturnAmount = WSReturnQty * OrdUnitPrice
       if WSClaimNumber = zero
           perform 2200-RESTOCK-THE-RETURN thru 2200-EXIT
       end-if
       perform 2400-CREDIT-THE-CUSTOMER thru 2400-EXIT
       perform 2600-ASSIGN-MEMO-NUMBER
       perform 2700-PRINT-CREDIT-MEMO
       perform 2800-APPEND-RETURNS-ROW
       perform 2900-CHARGE-BACK-COMMISSION thru 2900-EXIT
       if WSClaimNumber not = zero
           perform 2950-SETTLE-THE-CLAIM
       end-if
       display "Credit memo " WSMemoNumber " for " WSReturnAmount
           " printed to CREDITMEMO.rpt".
2000-EXIT.
       continue.

2050-CHECK-THE-CLAIM. *>only a covered claim still waiting on a credit memo
*>is settled here - a replacement claim goes through ORDERENTRY
       open input ClaimFile
       if not ClaimFileOk
           display "No warranty claims on file yet - log the claim in WARCLAIM"
           close ClaimFile
           move zero to WSClaimNumber
           go to 2050-EXIT
       end-if
       move WSClaimNumber to WcNumber
       read ClaimFile
           key is WcNumber
           invalid key
               display "Claim " WSClaimNumber " not found"
               close ClaimFile
               move zero to WSClaimNumber
               go to 2050-EXIT
       end-read
       close ClaimFile
       if not WcOpen
           display "Claim " WSClaimNumber " is not waiting on a settlement"
           move zero to WSClaimNumber
           go to 2050-EXIT
       end-if
       if not WcByCredit
           display "Claim " WSClaimNumber " settles by replacement - key it"
               " in ORDERENTRY"
           move zero to WSClaimNumber
           go to 2050-EXIT
       end-if
       move WcOrdNumber to WSReturnOrder
       move WcOrdLineNo to WSReturnLine
       move WcQty to WSReturnQty.
2050-EXIT.
       exit.

2200-RESTOCK-THE-RETURN. *>back into the PMQtyBySize slot the order took it from,
*>with an audit record so the count movement can be followed
       open i-o ProductFile
2900-EXIT.
       exit.

2950-SETTLE-THE-CLAIM. *>the memo number goes back on the claim so the desk can
*>quote it to the customer
       open i-o ClaimFile
       if not ClaimFileOk
           display "Claim file is in use by another user - claim " WSClaimNumber
               " still shows open"
           close ClaimFile
           exit paragraph
       end-if
       move WSClaimNumber to WcNumber
       read ClaimFile
           key is WcNumber
           invalid key
               close ClaimFile
               exit paragraph
       end-read
       set WcSettled to true
       move WSMemoNumber to WcSettleRef
       move WSRunDate to WcSettleDate
       rewrite ClaimData
       close ClaimFile
       display "Warranty claim " WSClaimNumber " settled".

2400-CREDIT-THE-CUSTOMER. *>a negative ARTRANS.DAT transaction the next aging run
*>picks up, plus the balance reduction on the master - on the corporate parent
*>when the branch bills there, since that is where the goods were charged
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - balance not credited"
               close CustomerFile
               go to 2400-EXIT
       end-read
       move OrdIdNum to WSCreditToID
       if ParentId not = zero and BillsAtParent
           move ParentId to IdNum
           read CustomerFile
               key is IdNum
               invalid key
                   move OrdIdNum to IdNum
                   read CustomerFile
                       key is IdNum
                   end-read
               not invalid key
                   move IdNum to WSCreditToID
           end-read
       end-if
       subtract WSReturnAmount from Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       close CustomerFile
       move WSCreditToID to AtIdNum
       compute AtInvoiceAmt = zero - WSReturnAmount
       move WSRunDate to AtTranDate
       set AtTranCredit to true
           into MemoTextLine
       end-string
       write MemoLine from MemoTextLine after advancing 2 lines
       if WSClaimNumber not = zero
           move spaces to MemoTextLine
           string "Warranty claim " delimited by size
               WSClaimNumber delimited by size
               " - failed under warranty" delimited by size
               into MemoTextLine
           end-string
           write MemoLine from MemoTextLine after advancing 1 line
       end-if
       move spaces to MemoTextLine
       string "Credit to account : " delimited by size
           WSReturnAmount delimited by size
