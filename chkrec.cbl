       >>source format free
identification division.
program-id. chkrec.
environment division.
input-output section.
file-control.
       copy custfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select ChkRecParmFile assign to "CHKRECPARM.DAT"
           organization is line sequential
           file status is ChkRecParmStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select BankClearedFile assign to "BANKCLR.DAT"
           organization is line sequential
           file status is BankClearedStatus.
       select OutstandingFile assign to "CHKOUT.DAT"
           organization is line sequential.
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       select NewVoucherFile assign to "apvouchstale.tmp"
           organization is line sequential.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select CheckRecReport assign to "CHKREC.rpt"
           organization is line sequential.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd ChkRecParmFile.
01 ChkRecParmData.
       02 CpStaleDays pic 9(3). *>age in days at which an uncashed check is
                                 *>stale-dated and voided, default 180
fd CheckRegisterFile.
       copy chkreg.
fd BankClearedFile.
01 BankClearedData. *>one row per paid check off the bank statement import
       02 BcCheckNum pic 9(6).
       02 BcAmount   pic 9(8)v99.
       02 BcPaidDate pic 9(8). *>YYYYMMDD the bank paid it
fd OutstandingFile.
01 OutstandingData. *>rebuilt every run - the checks still out there
       02 OcCheckNum  pic 9(6).
       02 OcSource    pic x(1).
       02 OcPayeeId   pic 9(5).
       02 OcPayeeName pic x(30).
       02 OcIssueDate pic 9(8).
       02 OcAmount    pic 9(8)v99.
       02 OcDaysOut   pic 9(5).
fd ApVoucherFile.
       copy apvrec.
fd NewVoucherFile.
01 NewVoucherLine pic x(72).
fd ArTranFile.
       copy artran.
fd CustAuditFile.
       copy custaud.
fd CheckRecReport.
01 PrintLine pic x(100).

working-storage section.
01 WSJrnlImage pic x(250) value spaces.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ChkRecParmStatus pic x(2) value "00".
       88 ChkRecParmOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
       88 CheckRegisterNotFound value "35".
01 BankClearedStatus pic x(2) value "00".
       88 BankClearedOk value "00".
       88 BankClearedNotFound value "35".
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
       88 ApVoucherNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CheckEndOfFile pic x(1) value 'N'.
01 ClearedEndOfFile pic x(1) value 'N'.
01 VoucherEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSStaleDays pic 9(3) value 180.
01 WSCheckCount pic 9(4) value zero.
01 WSCheckTable. *>every check the register knows, with where it stands now
       02 WSCheckEntry occurs 3000 times.
           03 TblCheckNum   pic 9(6).
           03 TblSource     pic x(1).
           03 TblPayeeId    pic 9(5).
           03 TblPayeeName  pic x(30).
           03 TblIssueDate  pic 9(8).
           03 TblAmount     pic 9(8)v99.
           03 TblState      pic x(1). *>O outstanding, C cleared, V voided
           03 TblClearDate  pic 9(8).
           03 TblStaleToday pic x(1). *>Y = stale-dated by this run
01 WSCheckIndex pic 9(4) value zero.
01 WSFoundIndex pic 9(4) value zero.
01 WSTableFull pic x(1) value 'N'.
01 WSDaysOut pic s9(7).
01 WSClearedCount pic 9(5) value zero.
01 WSClearedTotal pic 9(10)v99 value zero.
01 WSReimportCount pic 9(5) value zero.
01 WSExceptionCount pic 9(5) value zero.
01 WSStaleCount pic 9(5) value zero.
01 WSStaleTotal pic 9(10)v99 value zero.
01 WSStaleVendorCount pic 9(5) value zero.
01 WSOutCount pic 9(5) value zero.
01 WSOutTotal pic 9(10)v99 value zero.
01 WSBucket030 pic 9(10)v99 value zero.
01 WSBucket090 pic 9(10)v99 value zero.
01 WSBucketOld pic 9(10)v99 value zero.
01 WSReopenedCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSBeforeImage pic x(200) value spaces.
01 WSAfterImage pic x(200) value spaces.
01 WSCustFileOpen pic x(1) value 'N'.
01 RptHeading pic x(70) value
       "Check Reconciliation - cleared, stale-dated and outstanding checks".
01 RptSectionLine pic x(80).
01 RptExcLine.
       02 filler pic x(2) value space.
       02 PrnExcCheck pic 9(6).
       02 filler pic x(2) value space.
       02 PrnExcPaidDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnExcAmount pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnExcReason pic x(40).
01 RptCheckLine.
       02 filler pic x(2) value space.
       02 PrnCheckNum pic 9(6).
       02 filler pic x(2) value space.
       02 PrnSource pic x(1).
       02 filler pic x(2) value space.
       02 PrnPayeeId pic 9(5).
       02 filler pic x(1) value space.
       02 PrnPayeeName pic x(30).
       02 filler pic x(1) value space.
       02 PrnIssueDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnDaysOut pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnAmount pic z,zzz,zz9.99.
01 RptTotalLine.
       02 PrnTotalLabel pic x(40).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>the other half of the bank proof BANKREC never covered - the
*>paid checks off the statement are ticked off against CHKREG.DAT, anything the
*>bank paid that we never issued (or voided) is an exception, checks older than
*>the stale limit are voided with the money put back where it came from, and
*>what is still out there lands on CHKOUT.DAT with its age
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0200-GET-STALE-LIMIT
       open input CheckRegisterFile
       if CheckRegisterNotFound
           display "CHKREG.DAT not found - no checks have been issued yet"
           close CheckRegisterFile
           stop run
       end-if
       move 'N' to CheckEndOfFile
       perform 1000-LOAD-ONE-REGISTER-ROW until CheckEndOfFile = 'Y'
       close CheckRegisterFile
       open output CheckRecReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSectionLine
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   stale-dated after " delimited by size
           WSStaleDays delimited by size
           " days" delimited by size
           into RptSectionLine
       end-string
       write PrintLine from RptSectionLine after advancing 1 line
       open extend CheckRegisterFile
       if not CheckRegisterOk
           open output CheckRegisterFile
       end-if
       perform 2000-IMPORT-CLEARED-CHECKS thru 2000-EXIT
       perform 3000-STALE-DATE-OLD-CHECKS thru 3000-EXIT
       close CheckRegisterFile
       if WSStaleVendorCount > zero
           perform 3500-REOPEN-STALE-VOUCHERS thru 3500-EXIT
       end-if
       perform 4000-WRITE-OUTSTANDING thru 4000-EXIT
       perform 6000-PRINT-CONTROL-TOTALS
       close CheckRecReport
       display "Check reconciliation on CHKREC.rpt - cleared " WSClearedCount
           ", stale-dated " WSStaleCount ", outstanding " WSOutCount
           ", exceptions " WSExceptionCount
       if WSExceptionCount > zero or WSTableFull = 'Y'
           move 1 to return-code
       end-if
       stop run.

0100-GET-BUSINESS-DATE. *>inside the nightly chain the driver stages the
*>business date on BUSDATE.DAT - run standalone, the clock date stands
       open input BusDateFile
       if BusDateFileOk
           read BusDateFile
               at end continue
               not at end
                   if BusDateLine is numeric and BusDateLine > zero
                       move BusDateLine to WSRunDate
                   end-if
           end-read
       end-if
       close BusDateFile.

0200-GET-STALE-LIMIT.
       open input ChkRecParmFile
       if ChkRecParmOk
           read ChkRecParmFile
               at end continue
               not at end
                   if CpStaleDays is numeric and CpStaleDays > zero
                       move CpStaleDays to WSStaleDays
                   end-if
           end-read
       end-if
       close ChkRecParmFile.

1000-LOAD-ONE-REGISTER-ROW. *>issue rows open an entry, void and clear rows
*>settle it - the register is in the order things happened
       read CheckRegisterFile next
           at end move 'Y' to CheckEndOfFile
           not at end
               evaluate true
                   when CkIssued
                       if WSCheckCount < 3000
                           add 1 to WSCheckCount
                           move CkCheckNum to TblCheckNum(WSCheckCount)
                           move CkSource to TblSource(WSCheckCount)
                           move CkPayeeId to TblPayeeId(WSCheckCount)
                           move CkPayeeName to TblPayeeName(WSCheckCount)
                           move CkIssueDate to TblIssueDate(WSCheckCount)
                           move CkAmount to TblAmount(WSCheckCount)
                           move "O" to TblState(WSCheckCount)
                           move zero to TblClearDate(WSCheckCount)
                           move 'N' to TblStaleToday(WSCheckCount)
                       else
                           move 'Y' to WSTableFull
                       end-if
                   when CkVoided
                       perform 1100-FIND-CHECK-ENTRY
                       if WSFoundIndex > zero
                           move "V" to TblState(WSFoundIndex)
                       end-if
                   when CkCleared
                       perform 1100-FIND-CHECK-ENTRY
                       if WSFoundIndex > zero
                           move "C" to TblState(WSFoundIndex)
                           move CkStatusDate to TblClearDate(WSFoundIndex)
                       end-if
               end-evaluate
       end-read.

1100-FIND-CHECK-ENTRY.
       move zero to WSFoundIndex
       perform 1150-TEST-ONE-ENTRY
           varying WSCheckIndex from WSCheckCount by -1
           until WSCheckIndex < 1 or WSFoundIndex > zero.

1150-TEST-ONE-ENTRY.
       if TblCheckNum(WSCheckIndex) = CkCheckNum
           move WSCheckIndex to WSFoundIndex
       end-if.

2000-IMPORT-CLEARED-CHECKS. *>the bank's paid-check list - a check it paid that
*>we still show outstanding clears; anything else is somebody's problem today
       open input BankClearedFile
       if BankClearedNotFound
           close BankClearedFile
           move "No BANKCLR.DAT import this run - nothing cleared"
               to RptSectionLine
           write PrintLine from RptSectionLine after advancing 2 lines
           go to 2000-EXIT
       end-if
       move "Paid-check exceptions" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       move 'N' to ClearedEndOfFile
       perform 2100-CLEAR-ONE-CHECK until ClearedEndOfFile = 'Y'
       close BankClearedFile.
2000-EXIT.
       exit.

2100-CLEAR-ONE-CHECK.
       read BankClearedFile next
           at end move 'Y' to ClearedEndOfFile
           not at end
               move BcCheckNum to CkCheckNum
               perform 1100-FIND-CHECK-ENTRY
               evaluate true
                   when WSFoundIndex = zero
                       move "BANK PAID A CHECK WE NEVER ISSUED" to PrnExcReason
                       perform 2200-LIST-EXCEPTION
                   when TblState(WSFoundIndex) = "V"
                       move "BANK PAID A VOIDED CHECK" to PrnExcReason
                       perform 2200-LIST-EXCEPTION
                   when TblState(WSFoundIndex) = "C"
                      and TblClearDate(WSFoundIndex) = BcPaidDate
                      and TblAmount(WSFoundIndex) = BcAmount
                       add 1 to WSReimportCount
                   when TblState(WSFoundIndex) = "C"
                       move "BANK PAID THE SAME CHECK TWICE" to PrnExcReason
                       perform 2200-LIST-EXCEPTION
                   when TblAmount(WSFoundIndex) not = BcAmount
                       move "PAID AMOUNT DIFFERS FROM THE CHECK" to PrnExcReason
                       perform 2200-LIST-EXCEPTION
                   when other
                       perform 2300-MARK-CHECK-CLEARED
               end-evaluate
       end-read.

2200-LIST-EXCEPTION.
       move BcCheckNum to PrnExcCheck
       move BcPaidDate to PrnExcPaidDate
       move BcAmount to PrnExcAmount
       write PrintLine from RptExcLine after advancing 1 line
       add 1 to WSExceptionCount.

2300-MARK-CHECK-CLEARED.
       move "C" to TblState(WSFoundIndex)
       move BcPaidDate to TblClearDate(WSFoundIndex)
       move WSFoundIndex to WSCheckIndex
       perform 7500-LOAD-ROW-FROM-ENTRY
       set CkCleared to true
       move BcPaidDate to CkStatusDate
       move "CHKREC" to CkOperator
       write CheckRegisterData
       add 1 to WSClearedCount
       add BcAmount to WSClearedTotal.

3000-STALE-DATE-OLD-CHECKS. *>nobody cashes a check this old - void it so the
*>bank refuses it, and put the money back: a refund goes back on the
*>customer's account as a credit, a vendor payment re-opens its vouchers
       move "Stale-dated and voided this run" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       perform 3100-TEST-ONE-FOR-STALE
           varying WSCheckIndex from 1 by 1 until WSCheckIndex > WSCheckCount
       if WSCustFileOpen = 'Y'
           close CustomerFile
       end-if.
3000-EXIT.
       exit.

3100-TEST-ONE-FOR-STALE.
       if TblState(WSCheckIndex) = "O"
           call "DATEDIFF" using TblIssueDate(WSCheckIndex), WSRunDate,
               WSDaysOut
           if WSDaysOut > WSStaleDays
               perform 7500-LOAD-ROW-FROM-ENTRY
               set CkStaleDated to true
               move WSRunDate to CkStatusDate
               move "CHKREC" to CkOperator
               write CheckRegisterData
               move "V" to TblState(WSCheckIndex)
               move 'Y' to TblStaleToday(WSCheckIndex)
               add 1 to WSStaleCount
               add TblAmount(WSCheckIndex) to WSStaleTotal
               perform 7600-PRINT-CHECK-LINE
               if TblSource(WSCheckIndex) = "R"
                   perform 3200-RECREDIT-THE-CUSTOMER
               else
                   add 1 to WSStaleVendorCount
               end-if
           end-if
       end-if.

3200-RECREDIT-THE-CUSTOMER. *>the credit the refund cleared goes back on the
*>account - the unclaimed-property run finds it there if nobody ever claims it
       if WSCustFileOpen = 'N'
           open i-o CustomerFile
           if CustFileOk
               move 'Y' to WSCustFileOpen
           else
               display "Customer file is in use - stale refund credits post to"
                   " ARTRANS.DAT only this run"
               move 'X' to WSCustFileOpen
           end-if
       end-if
       if WSCustFileOpen = 'Y'
           move TblPayeeId(WSCheckIndex) to IdNum
           read CustomerFile
               key is IdNum
               invalid key continue
               not invalid key
                   move CustomerData to WSBeforeImage
                   subtract TblAmount(WSCheckIndex) from Balance
                   rewrite CustomerData
                   move CustomerData to WSJrnlImage
                   call "MSTJRNL" using "C", "W", WSJrnlImage
                   move CustomerData to WSAfterImage
                   perform 7000-WRITE-AUDIT-CHANGE
           end-read
       end-if
       move TblPayeeId(WSCheckIndex) to AtIdNum
       compute AtInvoiceAmt = zero - TblAmount(WSCheckIndex)
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

3500-REOPEN-STALE-VOUCHERS. *>vouchers paid by a stale vendor check are owed
*>again - back to approved, the CUSTMERGE rewrite trick with the row order kept
       move zero to WSReopenedCount
       open input ApVoucherFile
       if ApVoucherNotFound
           close ApVoucherFile
           go to 3500-EXIT
       end-if
       open output NewVoucherFile
       move 'N' to VoucherEndOfFile
       perform 3600-COPY-ONE-VOUCHER until VoucherEndOfFile = 'Y'
       close ApVoucherFile, NewVoucherFile
       if WSReopenedCount = zero
           call "CBL_DELETE_FILE" using "apvouchstale.tmp"
           go to 3500-EXIT
       end-if
       call "CBL_COPY_FILE" using "apvouchstale.tmp", "APVOUCH.DAT", WSCopyFlags
           returning WSCopyReturnCode
       call "CBL_DELETE_FILE" using "apvouchstale.tmp"
       if WSCopyReturnCode not = 0
           display "Warning - could not re-open stale-check vouchers on APVOUCH.DAT"
           move 1 to return-code
       end-if.
3500-EXIT.
       exit.

3600-COPY-ONE-VOUCHER.
       read ApVoucherFile next
           at end move 'Y' to VoucherEndOfFile
           not at end
               if VhPaid
                   perform 3650-TEST-STALE-CHECK
                       varying WSCheckIndex from 1 by 1
                       until WSCheckIndex > WSCheckCount
               end-if
               write NewVoucherLine from ApVoucherData
       end-read.

3650-TEST-STALE-CHECK.
       if TblStaleToday(WSCheckIndex) = 'Y' and TblSource(WSCheckIndex) = "V"
          and TblCheckNum(WSCheckIndex) = VhCheckNum
           set VhApproved to true
           move zero to VhPaidDate, VhCheckNum
           add 1 to WSReopenedCount
           move WSCheckCount to WSCheckIndex
       end-if.

4000-WRITE-OUTSTANDING. *>what is left, with its age - the file the next
*>month's BANKREC review and the auditors work from
       open output OutstandingFile
       move "Outstanding checks" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       perform 4100-WRITE-ONE-OUTSTANDING
           varying WSCheckIndex from 1 by 1 until WSCheckIndex > WSCheckCount
       close OutstandingFile.
4000-EXIT.
       exit.

4100-WRITE-ONE-OUTSTANDING.
       if TblState(WSCheckIndex) = "O"
           call "DATEDIFF" using TblIssueDate(WSCheckIndex), WSRunDate,
               WSDaysOut
           if WSDaysOut < zero
               move zero to WSDaysOut
           end-if
           move TblCheckNum(WSCheckIndex) to OcCheckNum
           move TblSource(WSCheckIndex) to OcSource
           move TblPayeeId(WSCheckIndex) to OcPayeeId
           move TblPayeeName(WSCheckIndex) to OcPayeeName
           move TblIssueDate(WSCheckIndex) to OcIssueDate
           move TblAmount(WSCheckIndex) to OcAmount
           move WSDaysOut to OcDaysOut
           write OutstandingData
           perform 7600-PRINT-CHECK-LINE
           add 1 to WSOutCount
           add TblAmount(WSCheckIndex) to WSOutTotal
           evaluate true
               when WSDaysOut <= 30
                   add TblAmount(WSCheckIndex) to WSBucket030
               when WSDaysOut <= 90
                   add TblAmount(WSCheckIndex) to WSBucket090
               when other
                   add TblAmount(WSCheckIndex) to WSBucketOld
           end-evaluate
       end-if.

6000-PRINT-CONTROL-TOTALS.
       move "Cleared off the bank import" to PrnTotalLabel
       move WSClearedCount to PrnTotalCount
       move WSClearedTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       if WSReimportCount > zero
           move "Already cleared - import row skipped" to PrnTotalLabel
           move WSReimportCount to PrnTotalCount
           move zero to PrnTotalAmount
           write PrintLine from RptTotalLine after advancing 1 line
       end-if
       move "Paid-check exceptions" to PrnTotalLabel
       move WSExceptionCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Stale-dated and voided" to PrnTotalLabel
       move WSStaleCount to PrnTotalCount
       move WSStaleTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Vouchers re-opened by stale checks" to PrnTotalLabel
       move WSReopenedCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Outstanding checks" to PrnTotalLabel
       move WSOutCount to PrnTotalCount
       move WSOutTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       move "   out 30 days or less" to PrnTotalLabel
       move zero to PrnTotalCount
       move WSBucket030 to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "   out 31 to 90 days" to PrnTotalLabel
       move WSBucket090 to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "   out over 90 days" to PrnTotalLabel
       move WSBucketOld to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       if WSTableFull = 'Y'
           move "*** CHKREG.DAT holds more checks than one run can load ***"
               to RptSectionLine
           write PrintLine from RptSectionLine after advancing 2 lines
       end-if.

7000-WRITE-AUDIT-CHANGE.
       move function current-date to AudTimestamp
       move "CHKREC" to AudOperator
       set AudActionChange to true
       move IdNum to AudIdNum
       move WSBeforeImage to AudBeforeImage
       move WSAfterImage to AudAfterImage
       open extend CustAuditFile
       write CustAuditData
       close CustAuditFile.

7500-LOAD-ROW-FROM-ENTRY. *>a new register row carrying the check's own details
       move TblCheckNum(WSCheckIndex) to CkCheckNum
       move TblSource(WSCheckIndex) to CkSource
       move TblPayeeId(WSCheckIndex) to CkPayeeId
       move TblPayeeName(WSCheckIndex) to CkPayeeName
       move TblIssueDate(WSCheckIndex) to CkIssueDate
       move TblAmount(WSCheckIndex) to CkAmount.

7600-PRINT-CHECK-LINE.
       move TblCheckNum(WSCheckIndex) to PrnCheckNum
       move TblSource(WSCheckIndex) to PrnSource
       move TblPayeeId(WSCheckIndex) to PrnPayeeId
       move TblPayeeName(WSCheckIndex) to PrnPayeeName
       move TblIssueDate(WSCheckIndex) to PrnIssueDate
       move WSDaysOut to PrnDaysOut
       move TblAmount(WSCheckIndex) to PrnAmount
       write PrintLine from RptCheckLine after advancing 1 line.
