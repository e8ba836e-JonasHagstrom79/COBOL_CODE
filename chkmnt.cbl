       >>source format free
identification division.
program-id. chkmnt.
environment division.
input-output section.
file-control.
       copy custfc.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       select NewVoucherFile assign to "apvouchvoid.tmp"
           organization is line sequential.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           access is sequential.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd CheckRegisterFile.
       copy chkreg.
fd ApVoucherFile.
       copy apvrec.
fd NewVoucherFile.
01 NewVoucherLine pic x(72).
fd ArTranFile.
       copy artran.
fd CustAuditFile.
       copy custaud.

working-storage section.
01 WSJrnlImage pic x(250) value spaces.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
       88 CheckRegisterNotFound value "35".
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
       88 ApVoucherNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CheckEndOfFile pic x(1) value 'N'.
01 VoucherEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>I=inquire a check, V=void a check, X=exit
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSCheckNumber pic 9(6).
01 WSConfirm pic x(1).
01 WSCheckFound pic x(1) value 'N'.
01 WSCheckVoided pic x(1) value 'N'.
01 WSVoidDate pic 9(8) value zero.
01 WSVoidStatus pic x(1) value space.
01 WSCheckCleared pic x(1) value 'N'.
01 WSClearedDate pic 9(8) value zero.
01 WSIssueRow pic x(100). *>the issue row as found, replayed for the void row
01 WSVoidPosted pic x(1) value 'Y'.
01 WSReopenedCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSBeforeImage pic x(200) value spaces.
01 WSAfterImage pic x(200) value spaces.
01 WSAmountEdit pic z,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>a check that is lost, spoiled or never going to be cashed is
*>voided here, not by a line through the register - the void is a row of its
*>own on CHKREG.DAT so positive pay tells the bank, and the money it paid out
*>goes back where it came from: a vendor check re-opens the vouchers it paid,
*>a refund check puts the credit back on the customer through ARTRANS.DAT
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Checks - I-Inquire a check  V-Void a check  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'I' perform 2000-INQUIRE-CHECK thru 2000-EXIT
           when 'V' perform 3000-VOID-CHECK thru 3000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-INQUIRE-CHECK.
       display "Check number : " with no advancing
       accept WSCheckNumber
       perform 8000-FIND-THE-CHECK thru 8000-EXIT
       if WSCheckFound = 'N'
           display "Check " WSCheckNumber " is not on the check register"
           go to 2000-EXIT
       end-if
       move CkAmount to WSAmountEdit
       display "Check " CkCheckNum "  issued " CkIssueDate "  by " CkOperator
       if CkSourceVendor
           display "  vendor " CkPayeeId "  " function trim(CkPayeeName)
       else
           display "  refund to customer " CkPayeeId "  "
               function trim(CkPayeeName)
       end-if
       display "  amount " WSAmountEdit
       evaluate true
           when WSCheckVoided = 'Y' and WSVoidStatus = "S"
               display "  STALE-DATED and voided " WSVoidDate
           when WSCheckVoided = 'Y'
               display "  VOIDED " WSVoidDate
           when WSCheckCleared = 'Y'
               display "  cleared the bank " WSClearedDate
           when other
               display "  outstanding"
       end-evaluate.
2000-EXIT.
       continue.

3000-VOID-CHECK.
       display "Check number to void : " with no advancing
       accept WSCheckNumber
       perform 8000-FIND-THE-CHECK thru 8000-EXIT
       if WSCheckFound = 'N'
           display "Check " WSCheckNumber " is not on the check register"
           go to 3000-EXIT
       end-if
       if WSCheckVoided = 'Y'
           display "Check " WSCheckNumber " was already voided " WSVoidDate
           go to 3000-EXIT
       end-if
       if WSCheckCleared = 'Y'
           display "Check " WSCheckNumber " cleared the bank " WSClearedDate
               " - a paid check cannot be voided"
           go to 3000-EXIT
       end-if
       move CkAmount to WSAmountEdit
       display "Void check " CkCheckNum " to " function trim(CkPayeeName)
           " for " WSAmountEdit " (Y/N) : " with no advancing
       accept WSConfirm
       move function upper-case(WSConfirm) to WSConfirm
       if WSConfirm not = 'Y'
           display "Void abandoned"
           go to 3000-EXIT
       end-if
       move 'Y' to WSVoidPosted
       evaluate true
           when CkSourceVendor
               perform 4000-REOPEN-THE-VOUCHERS thru 4000-EXIT
           when CkSourceRefund
               perform 5000-RECREDIT-THE-CUSTOMER thru 5000-EXIT
       end-evaluate
       if WSVoidPosted = 'N'
           go to 3000-EXIT
       end-if
       perform 6000-WRITE-VOID-ROW
       display "Check " WSCheckNumber " voided".
3000-EXIT.
       continue.

4000-REOPEN-THE-VOUCHERS. *>the vouchers the check paid go back to approved so
*>the next check run pays them again - the CUSTMERGE rewrite trick, row order
*>unchanged for the GL extract's position
       move zero to WSReopenedCount
       open input ApVoucherFile
       if ApVoucherNotFound
           close ApVoucherFile
           go to 4000-EXIT
       end-if
       open output NewVoucherFile
       move 'N' to VoucherEndOfFile
       perform 4100-COPY-ONE-VOUCHER until VoucherEndOfFile = 'Y'
       close ApVoucherFile, NewVoucherFile
       if WSReopenedCount = zero
           call "CBL_DELETE_FILE" using "apvouchvoid.tmp"
           go to 4000-EXIT
       end-if
       call "CBL_COPY_FILE" using "apvouchvoid.tmp", "APVOUCH.DAT", WSCopyFlags
           returning WSCopyReturnCode
       call "CBL_DELETE_FILE" using "apvouchvoid.tmp"
       if WSCopyReturnCode not = 0
           display "Warning - could not re-open the vouchers on APVOUCH.DAT"
       else
           display WSReopenedCount " voucher(s) back on the payments-due list"
       end-if.
4000-EXIT.
       exit.

4100-COPY-ONE-VOUCHER.
       read ApVoucherFile next
           at end move 'Y' to VoucherEndOfFile
           not at end
               if VhPaid and VhCheckNum = WSCheckNumber
                   set VhApproved to true
                   move zero to VhPaidDate, VhCheckNum
                   add 1 to WSReopenedCount
               end-if
               write NewVoucherLine from ApVoucherData
       end-read.

5000-RECREDIT-THE-CUSTOMER. *>the refund cleared a credit balance - voiding the
*>check puts it back, with the audit and journal entries REFUND wrote going out
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - the customer"
               " was not re-credited, void abandoned"
           close CustomerFile
           move 'N' to WSVoidPosted
           go to 5000-EXIT
       end-if
       move CkPayeeId to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " CkPayeeId " is no longer on file - the"
                   " credit posts to ARTRANS.DAT only"
           not invalid key
               move CustomerData to WSBeforeImage
               subtract CkAmount from Balance
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
               move CustomerData to WSAfterImage
               perform 7000-WRITE-AUDIT-CHANGE
       end-read
       close CustomerFile
       move CkPayeeId to AtIdNum
       compute AtInvoiceAmt = zero - CkAmount
       move WSRunDate to AtTranDate
       set AtTranCheckVoid to true
       move zero to AtInvoiceNum
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
5000-EXIT.
       exit.

6000-WRITE-VOID-ROW. *>the issue row again under status V and today's date -
*>the register stays append-only
       move WSIssueRow to CheckRegisterData
       set CkVoided to true
       move WSRunDate to CkStatusDate
       move WSOperator to CkOperator
       open extend CheckRegisterFile
       if not CheckRegisterOk
           open output CheckRegisterFile
       end-if
       write CheckRegisterData
       close CheckRegisterFile.

7000-WRITE-AUDIT-CHANGE.
       move function current-date to AudTimestamp
       move WSOperator to AudOperator
       set AudActionChange to true
       move IdNum to AudIdNum
       move WSBeforeImage to AudBeforeImage
       move WSAfterImage to AudAfterImage
       open extend CustAuditFile
       write CustAuditData
       close CustAuditFile.

8000-FIND-THE-CHECK. *>the issue row and, if there is one, its void row
       move 'N' to WSCheckFound, WSCheckVoided, WSCheckCleared
       move zero to WSVoidDate, WSClearedDate
       open input CheckRegisterFile
       if CheckRegisterNotFound
           close CheckRegisterFile
           go to 8000-EXIT
       end-if
       move 'N' to CheckEndOfFile
       perform 8100-SCAN-ONE-CHECK-ROW until CheckEndOfFile = 'Y'
       close CheckRegisterFile
       if WSCheckFound = 'Y'
           move WSIssueRow to CheckRegisterData
       end-if.
8000-EXIT.
       exit.

8100-SCAN-ONE-CHECK-ROW.
       read CheckRegisterFile next
           at end move 'Y' to CheckEndOfFile
           not at end
               if CkCheckNum = WSCheckNumber
                   evaluate true
                       when CkVoided
                           move 'Y' to WSCheckVoided
                           move CkStatusDate to WSVoidDate
                           move CkStatus to WSVoidStatus
                       when CkCleared
                           move 'Y' to WSCheckCleared
                           move CkStatusDate to WSClearedDate
                       when other
                           move 'Y' to WSCheckFound
                           move CheckRegisterData to WSIssueRow
                   end-evaluate
               end-if
       end-read.
