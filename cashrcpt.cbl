       select PaidCheckFile assign to "PAIDCHK.DAT"
           organization is line sequential
           file status is PaidCheckFileStatus.
       select UnearnedFile assign to "UNEARNED.DAT"
           organization is line sequential
           file status is UnearnedFileStatus.
       select DepositRegister assign to "DEPOSIT.rpt"
           organization is line sequential.
data division.
       copy invreg.
fd PaidCheckFile.
       copy paidchk.
fd UnearnedFile.
       copy unearned.
fd DepositRegister.
01 PrintLine pic x(80).

       88 InvRegisterFileOk value "00".
01 PaidCheckFileStatus pic x(2) value "00".
       88 PaidCheckFileOk value "00".
01 UnearnedFileStatus pic x(2) value "00".
       88 UnearnedFileOk value "00".
01 RegisterEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 PaidCheckEndOfFile pic x(1) value 'N'.
           03 WSOpenInvNum pic 9(6).
           03 WSOpenAmount pic s9(8)v99.
           03 WSOpenCurrency pic x(3).
           03 WSOpenDiscDate pic 9(8). *>last day of the terms discount
           03 WSOpenDiscAmt pic 9(6)v99. *>zero once taken, or never offered
01 WSOpenIndex pic 9(3) value zero.
01 WSBranchCount pic 9(3) value zero.
01 WSBranchTable. *>branches that bill at the paying customer - their invoices
*>are the parent's to pay, so they join its open list
       02 WSBranchId pic 9(5) occurs 50 times.
01 WSBranchIndex pic 9(3) value zero.
01 WSBranchEndOfFile pic x(1) value 'N'.
01 WSOurInvoice pic x(1) value 'N'.
01 WSApplySlot pic 9(3) value zero.
01 WSUnapplied pic s9(8)v99 value zero.
01 WSApplyInvoice pic 9(6).
01 WSApplyDone pic x(1) value 'N'.
01 WSPayRate pic 9(3)v9(6) value zero.
01 WSOpenEdit pic z,zzz,zz9.99-.
01 WSShortfall pic s9(8)v99 value zero.
01 WSDiscountTaken pic 9(7)v99 value zero. *>on the receipt being posted
01 WSDiscountTotal pic 9(9)v99 value zero.
01 WSDiscountCount pic 9(5) value zero.
01 WSUnearnedCount pic 9(5) value zero.
01 WSUnearnedTotal pic 9(9)v99 value zero.
01 WSDiscEdit pic zzz,zz9.99.
01 WSBatchReceiptCount pic 9(5) value zero.
01 WSBatchReceiptTotal pic s9(9)v99 value zero.
01 WSBatchReversalCount pic 9(5) value zero.
               close CustomerFile
               go to 2000-EXIT
       end-read
       if ParentId not = zero and BillsAtParent
           display "Customer " WSReceiptCustID " bills at corporate parent "
               ParentId " - post the receipt to the parent - receipt rejected"
           close CustomerFile
           go to 2000-EXIT
       end-if
       move CustomerData to WSBeforeImage
       subtract WSReceiptAmount from Balance
       rewrite CustomerData
       move CustomerData to WSAfterImage
       close CustomerFile
       perform 7000-WRITE-AUDIT-CHANGE
       move zero to WSDiscountTaken
       perform 2200-APPLY-TO-INVOICES thru 2200-EXIT
       if WSDiscountTaken > zero
           perform 2600-DISCOUNT-OFF-BALANCE
       end-if
       perform 7600-RECORD-PAID-CHECK
       add 1 to WSReceiptCount
       add 1 to WSBatchReceiptCount
       add WSReceiptAmount to WSBatchReceiptTotal
       move spaces to PrnMarker
       perform 6500-PRINT-REGISTER-LINE
       if WSDiscountTaken > zero
           move "  DISC TAKEN" to PrnMarker
           perform 6600-PRINT-DISCOUNT-LINE
       end-if
       display "Receipt posted - customer " WSReceiptCustID " balance is now " Balance.
2000-EXIT.
       continue.
               move WSOpenAmount(WSOpenIndex) to WSOpenEdit
               display "  invoice " WSOpenInvNum(WSOpenIndex)
                   "  open " WSOpenEdit
               if WSOpenDiscAmt(WSOpenIndex) > zero
                  and WSReceiptDate <= WSOpenDiscDate(WSOpenIndex)
                   move WSOpenDiscAmt(WSOpenIndex) to WSDiscEdit
                   display "      less " WSDiscEdit " discount if paid by "
                       WSOpenDiscDate(WSOpenIndex)
               end-if
           end-if
       end-perform
       move 'N' to WSApplyDone
       exit.

2300-LOAD-OPEN-ITEMS. *>each non-void INVREG row for the customer, opened at its
*>grand total and reduced by the PM/CM/RV rows already applied to its number -
*>a corporate parent's list takes in the invoices of branches that bill at it
       move zero to WSOpenItemCount
       perform 2305-LOAD-BILLED-BRANCHES
       open input InvRegisterFile
       if not InvRegisterFileOk
           close InvRegisterFile
       read InvRegisterFile next
           at end move 'Y' to RegisterEndOfFile
           not at end
               perform 2315-CHECK-INVOICE-OWNER
               if WSOurInvoice = 'Y' and not IrVoided
                  and WSOpenItemCount < 50
                   add 1 to WSOpenItemCount
                   move IrInvoiceNum to WSOpenInvNum(WSOpenItemCount)
                   else
                       move IrCurrency to WSOpenCurrency(WSOpenItemCount)
                   end-if
                   move zero to WSOpenDiscDate(WSOpenItemCount)
                   move zero to WSOpenDiscAmt(WSOpenItemCount)
                   if IrDiscAmount is numeric and IrDiscDate is numeric
                       move IrDiscDate to WSOpenDiscDate(WSOpenItemCount)
                       move IrDiscAmount to WSOpenDiscAmt(WSOpenItemCount)
                   end-if
               end-if
       end-read.

2305-LOAD-BILLED-BRANCHES.
       move zero to WSBranchCount
       open input CustomerFile
       if not CustFileOk
           close CustomerFile
           exit paragraph
       end-if
       move 'N' to WSBranchEndOfFile
       perform 2306-TEST-ONE-BRANCH until WSBranchEndOfFile = 'Y'
       close CustomerFile.

2306-TEST-ONE-BRANCH.
       read CustomerFile next
           at end
               move 'Y' to WSBranchEndOfFile
               exit paragraph
       end-read
       if ParentId = WSReceiptCustID and BillsAtParent
          and WSBranchCount < 50
           add 1 to WSBranchCount
           move IdNum to WSBranchId(WSBranchCount)
       end-if.

2315-CHECK-INVOICE-OWNER.
       move 'N' to WSOurInvoice
       if IrIdNum = WSReceiptCustID
           move 'Y' to WSOurInvoice
           exit paragraph
       end-if
       perform 2316-MATCH-ONE-BRANCH
           varying WSBranchIndex from 1 by 1
           until WSBranchIndex > WSBranchCount.

2316-MATCH-ONE-BRANCH.
       if WSBranchId(WSBranchIndex) = IrIdNum
           move 'Y' to WSOurInvoice
       end-if.

2320-NET-ONE-AR-ROW. *>only the settlement-side rows reduce an invoice - the IN
*>and VT rows that billed it are already inside the register grand total
       read ArTranFile next
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtIdNum = WSReceiptCustID and AtInvoiceNum > zero
                  and (AtTranPayment or AtTranCredit or AtTranReversal
                       or AtTranDiscount)
                   perform varying WSOpenIndex from 1 by 1
                       until WSOpenIndex > WSOpenItemCount
                       if WSOpenInvNum(WSOpenIndex) = AtInvoiceNum
                           add AtInvoiceAmt to WSOpenAmount(WSOpenIndex)
                           if AtTranDiscount
                               move zero to WSOpenDiscAmt(WSOpenIndex)
                           end-if
                       end-if
                   end-perform
               end-if
       end-if
       perform 7500-APPEND-AR-TRAN
       subtract WSApplyAmount from WSUnapplied
       compute WSShortfall = WSOpenAmount(WSApplySlot) - WSApplyAmount
       subtract WSApplyAmount from WSOpenAmount(WSApplySlot)
       display "Applied " WSApplyAmount " to invoice " WSApplyInvoice
       if WSShortfall > zero and WSOpenDiscAmt(WSApplySlot) > zero
          and WSShortfall <= WSOpenDiscAmt(WSApplySlot)
           if WSReceiptDate <= WSOpenDiscDate(WSApplySlot)
               perform 2500-TAKE-THE-DISCOUNT
           else
               perform 2550-NOTE-UNEARNED-DISCOUNT
           end-if
       end-if.
2400-EXIT.
       exit.

2500-TAKE-THE-DISCOUNT. *>short by no more than the terms discount and inside
*>the window - the invoice is paid in full, and what the customer deducted
*>goes on as its own DS row so GLEXTRACT books it to sales discounts
       move WSReceiptCustID to AtIdNum
       compute AtInvoiceAmt = 0 - WSShortfall
       move WSReceiptDate to AtTranDate
       set AtTranDiscount to true
       move WSApplyInvoice to AtInvoiceNum
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       perform 7500-APPEND-AR-TRAN
       subtract WSShortfall from WSOpenAmount(WSApplySlot)
       move zero to WSOpenDiscAmt(WSApplySlot)
       add WSShortfall to WSDiscountTaken
       move WSShortfall to WSDiscEdit
       display "Discount of " WSDiscEdit " taken - invoice " WSApplyInvoice
           " paid in full".

2550-NOTE-UNEARNED-DISCOUNT. *>the same deduction after the window closed is
*>not ours to give - the payment stands as received, the shortfall stays open
*>on the invoice and the item goes on the exceptions list
       move WSReceiptCustID to UdIdNum
       move WSApplyInvoice to UdInvoiceNum
       move WSCheckNumber to UdCheckNum
       move WSReceiptDate to UdPayDate
       move WSOpenDiscDate(WSApplySlot) to UdDiscDate
       move WSShortfall to UdShortAmount
       set UdSourceKeyed to true
       open extend UnearnedFile
       if not UnearnedFileOk
           open output UnearnedFile
       end-if
       write UnearnedData
       close UnearnedFile
       add 1 to WSUnearnedCount
       add WSShortfall to WSUnearnedTotal
       move WSShortfall to WSDiscEdit
       display "Discount window closed " WSOpenDiscDate(WSApplySlot) " - "
           WSDiscEdit " left open on invoice " WSApplyInvoice
           " and listed as unearned"
       move WSShortfall to PrnAmount
       move WSReceiptCustID to PrnCustID
       move WSCheckNumber to PrnCheckNum
       move WSReceiptDate to PrnRcptDate
       move " UNEARNED DISC" to PrnMarker
       write PrintLine from RegDetailLine after advancing 1 line.

2600-DISCOUNT-OFF-BALANCE. *>the discount settles receivable the check did
*>not, so it comes off the balance too
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use - discount of " WSDiscountTaken
               " for customer " WSReceiptCustID " is on ARTRANS but not the"
               " balance, adjust it by hand"
           close CustomerFile
           exit paragraph
       end-if
       move WSReceiptCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               close CustomerFile
               exit paragraph
       end-read
       move CustomerData to WSBeforeImage
       subtract WSDiscountTaken from Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move CustomerData to WSAfterImage
       close CustomerFile
       perform 7000-WRITE-AUDIT-CHANGE
       add 1 to WSDiscountCount
       add WSDiscountTaken to WSDiscountTotal.

2450-POST-ON-ACCOUNT.
       move WSReceiptCustID to AtIdNum
       compute AtInvoiceAmt = 0 - WSUnapplied
       move "Deposit control total    " to PrnTotalLabel
       move WSDepositTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 1 line.
       move "Discounts taken, non-cash" to PrnTotalLabel
       move WSDiscountTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 2 lines
       if WSUnearnedCount > zero
           move spaces to RegCountLine
           string "Unearned discounts listed : " delimited by size
               WSUnearnedCount delimited by size
               " - see DISCEXC" delimited by size
               into RegCountLine
           end-string
           write PrintLine from RegCountLine after advancing 1 line
           display WSUnearnedCount " unearned discount(s) for " WSUnearnedTotal
               " written to UNEARNED.DAT"
       end-if.

6500-PRINT-REGISTER-LINE.
       move WSReceiptCustID to PrnCustID
       move WSReceiptAmount to PrnAmount
       write PrintLine from RegDetailLine after advancing 1 line.

6600-PRINT-DISCOUNT-LINE. *>not cash - printed under its check and kept out
*>of the deposit totals
       move WSReceiptCustID to PrnCustID
       move WSCheckNumber to PrnCheckNum
       move WSReceiptDate to PrnRcptDate
       move WSDiscountTaken to PrnAmount
       write PrintLine from RegDetailLine after advancing 1 line.

7000-WRITE-AUDIT-CHANGE.
       move function current-date to AudTimestamp
       move WSOperator to AudOperator
