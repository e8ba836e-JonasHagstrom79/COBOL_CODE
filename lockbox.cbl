       select PaidCheckFile assign to "PAIDCHK.DAT"
           organization is line sequential
           file status is PaidCheckFileStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select UnearnedFile assign to "UNEARNED.DAT"
           organization is line sequential
           file status is UnearnedFileStatus.
       select SuspenseReport assign to "LOCKBOX.rpt"
           organization is line sequential.
data division.
       copy artran.
fd PaidCheckFile.
       copy paidchk.
fd InvRegisterFile.
       copy invreg.
fd UnearnedFile.
       copy unearned.
fd SuspenseReport.
01 PrintLine pic x(90).

       88 ArTranFileOk value "00".
01 PaidCheckFileStatus pic x(2) value "00".
       88 PaidCheckFileOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
01 UnearnedFileStatus pic x(2) value "00".
       88 UnearnedFileOk value "00".
01 RegisterEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 LockboxEndOfFile pic x(1) value 'N'.
01 PaidCheckEndOfFile pic x(1) value 'N'.
01 WSDuplicateCheck pic x(1) value 'N'.
01 WSPeriodClosed pic x(1) value 'N'.
01 WSIdCheckValid pic x(1).
01 WSPayToID pic 9(5) value zero. *>the account the payment posts to - the
*>remitter, or its corporate parent when the branch bills at the parent
01 WSHaveTrailer pic x(1) value 'N'.
01 WSTrailerCount pic 9(5) value zero.
01 WSTrailerTotal pic 9(9)v99 value zero.
01 WSPostedTotal pic s9(9)v99 value zero.
01 WSSuspenseCount pic 9(5) value zero.
01 WSSuspenseTotal pic s9(9)v99 value zero.
01 WSDiscItemCount pic 9(3) value zero.
01 WSDiscItemTable. *>the remitter's invoices still carrying a terms discount,
*>each opened at its grand total less what is already applied to it
       02 WSDiscItem occurs 50 times.
           03 WSDiscInvNum  pic 9(6).
           03 WSDiscOpen    pic s9(8)v99.
           03 WSDiscDate    pic 9(8).
           03 WSDiscAmt     pic 9(6)v99.
01 WSDiscIndex pic 9(3) value zero.
01 WSMatchSlot pic 9(3) value zero. *>the invoice the check short-pays by no
*>more than its discount, zero = the check posts on account as it always has
01 WSShortfall pic s9(8)v99 value zero.
01 WSMatchShort pic s9(8)v99 value zero.
01 WSDiscountTaken pic 9(7)v99 value zero.
01 WSDiscountCount pic 9(5) value zero.
01 WSDiscountTotal pic 9(9)v99 value zero.
01 WSUnearnedCount pic 9(5) value zero.
01 WSUnearnedTotal pic 9(9)v99 value zero.
01 RptHeading pic x(50) value "Lockbox Import - Posting and Suspense".
01 RptColHeads pic x(70)
       value "IdNum  Check#     Date          Amount  Disposition".
               perform 5000-SUSPEND-PAYMENT
               go to 2000-EXIT
       end-read
       move LbIdNum to WSPayToID
       if ParentId not = zero and BillsAtParent
           perform 2100-FIND-PARENT-ACCOUNT
       end-if
       perform 2200-MATCH-DISCOUNTED-INVOICE thru 2200-EXIT
       move zero to WSDiscountTaken
       if WSMatchSlot > zero and LbPayDate <= WSDiscDate(WSMatchSlot)
           move WSMatchShort to WSDiscountTaken
       end-if
       subtract LbAmount from Balance
       subtract WSDiscountTaken from Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move WSPayToID to AtIdNum
       compute AtInvoiceAmt = 0 - LbAmount
       move LbPayDate to AtTranDate
       set AtTranPayment to true
       move zero to AtInvoiceNum
       if WSMatchSlot > zero
           move WSDiscInvNum(WSMatchSlot) to AtInvoiceNum
       end-if
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       add 1 to WSPostedCount
       add LbAmount to WSPostedTotal
       move "POSTED" to PrnDisposition
       if WSPayToID not = LbIdNum
           move "POSTED TO PARENT" to PrnDisposition
       end-if
       if WSMatchSlot > zero
           if WSDiscountTaken > zero
               perform 2500-TAKE-THE-DISCOUNT
           else
               perform 2550-NOTE-UNEARNED-DISCOUNT
           end-if
       end-if
       perform 4000-PRINT-DETAIL-LINE.
2000-EXIT.
       continue.

2100-FIND-PARENT-ACCOUNT. *>the branch's invoices were charged to its corporate
*>parent, so a check remitted under the branch number pays the parent down;
*>with the parent gone from the file it stays on the branch
       move ParentId to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move LbIdNum to IdNum
               read CustomerFile
                   key is IdNum
               end-read
           not invalid key
               move IdNum to WSPayToID
       end-read.

2200-MATCH-DISCOUNTED-INVOICE. *>the bank file carries no invoice number, so
*>a check is tied to an invoice only when it short-pays one of the remitter's
*>discount-bearing invoices by no more than the discount - anything else posts
*>on account for the desk to apply, as before
       move zero to WSMatchSlot, WSDiscItemCount
       open input InvRegisterFile
       if not InvRegisterFileOk
           close InvRegisterFile
           go to 2200-EXIT
       end-if
       move 'N' to RegisterEndOfFile
       perform 2210-LOAD-ONE-INVOICE until RegisterEndOfFile = 'Y'
       close InvRegisterFile
       if WSDiscItemCount = zero
           go to 2200-EXIT
       end-if
       open input ArTranFile
       if ArTranFileOk
           move 'N' to ArTranEndOfFile
           perform 2220-NET-ONE-AR-ROW until ArTranEndOfFile = 'Y'
       end-if
       close ArTranFile
       perform 2230-TEST-ONE-ITEM
           varying WSDiscIndex from 1 by 1
           until WSDiscIndex > WSDiscItemCount or WSMatchSlot > zero.
2200-EXIT.
       exit.

2210-LOAD-ONE-INVOICE.
       read InvRegisterFile next
           at end
               move 'Y' to RegisterEndOfFile
               exit paragraph
       end-read
       if IrIdNum not = LbIdNum or IrVoided or WSDiscItemCount >= 50
           exit paragraph
       end-if
       if IrDiscAmount not numeric or IrDiscDate not numeric
           exit paragraph
       end-if
       if IrDiscAmount = zero
           exit paragraph
       end-if
       add 1 to WSDiscItemCount
       move IrInvoiceNum to WSDiscInvNum(WSDiscItemCount)
       move IrGrandTotal to WSDiscOpen(WSDiscItemCount)
       move IrDiscDate to WSDiscDate(WSDiscItemCount)
       move IrDiscAmount to WSDiscAmt(WSDiscItemCount).

2220-NET-ONE-AR-ROW. *>by invoice number alone - a branch billed at its
*>parent has its invoices paid under the parent's number
       read ArTranFile next
           at end
               move 'Y' to ArTranEndOfFile
               exit paragraph
       end-read
       if AtInvoiceNum = zero
           exit paragraph
       end-if
       if AtTranPayment or AtTranCredit or AtTranReversal or AtTranDiscount
           perform 2225-NET-AGAINST-ONE-ITEM
               varying WSDiscIndex from 1 by 1
               until WSDiscIndex > WSDiscItemCount
       end-if.

2225-NET-AGAINST-ONE-ITEM.
       if WSDiscInvNum(WSDiscIndex) = AtInvoiceNum
           add AtInvoiceAmt to WSDiscOpen(WSDiscIndex)
           if AtTranDiscount
               move zero to WSDiscAmt(WSDiscIndex)
           end-if
       end-if.

2230-TEST-ONE-ITEM.
       if WSDiscAmt(WSDiscIndex) = zero
           exit paragraph
       end-if
       compute WSShortfall = WSDiscOpen(WSDiscIndex) - LbAmount
       if WSShortfall > zero and WSShortfall <= WSDiscAmt(WSDiscIndex)
           move WSDiscIndex to WSMatchSlot
           move WSShortfall to WSMatchShort
       end-if.

2500-TAKE-THE-DISCOUNT. *>inside the window the short check pays the invoice
*>in full - the deduction goes on as a DS row GLEXTRACT books to sales discounts
       move WSPayToID to AtIdNum
       compute AtInvoiceAmt = 0 - WSDiscountTaken
       move LbPayDate to AtTranDate
       set AtTranDiscount to true
       move WSDiscInvNum(WSMatchSlot) to AtInvoiceNum
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       perform 7500-APPEND-AR-TRAN
       add 1 to WSDiscountCount
       add WSDiscountTaken to WSDiscountTotal
       move "POSTED - DISC TAKEN" to PrnDisposition
       if WSPayToID not = LbIdNum
           move "TO PARENT - DISC TAKEN" to PrnDisposition
       end-if.

2550-NOTE-UNEARNED-DISCOUNT. *>the same deduction after the window - the check
*>posts against the invoice as received and the shortfall stays open on it
       move WSPayToID to UdIdNum
       move WSDiscInvNum(WSMatchSlot) to UdInvoiceNum
       move LbCheckNum to UdCheckNum
       move LbPayDate to UdPayDate
       move WSDiscDate(WSMatchSlot) to UdDiscDate
       move WSMatchShort to UdShortAmount
       set UdSourceLockbox to true
       open extend UnearnedFile
       if not UnearnedFileOk
           open output UnearnedFile
       end-if
       write UnearnedData
       close UnearnedFile
       add 1 to WSUnearnedCount
       add WSMatchShort to WSUnearnedTotal
       move "POSTED - UNEARNED DISC" to PrnDisposition.

4000-PRINT-DETAIL-LINE.
       move LbIdNum to PrnCustID
       move LbCheckNum to PrnCheckNum
       move "Suspense dollar total         " to PrnTotalLabel
       move WSSuspenseTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line.
       move "Discounts taken, non-cash     " to PrnTotalLabel
       move WSDiscountTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       if WSUnearnedCount > zero
           move spaces to RptCountLine
           string "Unearned discounts listed : " delimited by size
               WSUnearnedCount delimited by size
               " - see DISCEXC" delimited by size
               into RptCountLine
           end-string
           write PrintLine from RptCountLine after advancing 1 line
       end-if.

7000-RECONCILE-TRAILER. *>posted plus suspense must equal what the bank says it sent -
*>a mismatch means the file was truncated or double-shipped, so say so loudly
