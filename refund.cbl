       select RefGenNumFile assign to "REFGENNUM.DAT"
           organization is line sequential
           file status is RefGenNumStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select RebateCheckFile assign to "REBATECHK.DAT"
           organization is line sequential
           file status is RebateCheckStatus.
       select HeldRebateFile assign to "rebatechk.tmp"
           organization is line sequential.
       select RefundCheckFile assign to "REFUNDCHK.rpt"
           organization is line sequential.
       select RefundRegister assign to "REFUND.rpt"
       copy custaud.
fd RefGenNumFile.
01 RefGenNumLine pic 9(6).
fd CheckRegisterFile.
       copy chkreg.
fd RebateCheckFile.
       copy rbqrec.
fd HeldRebateFile.
01 HeldRebateData pic x(33).
fd RefundCheckFile.
01 CheckPrintLine pic x(80).
fd RefundRegister.
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CustomerEndOfFile pic x(1) value 'N'.
01 RebateCheckStatus pic x(2) value "00".
       88 RebateCheckOk value "00".
01 RebateEndOfFile pic x(1) value 'N'.
01 WSRebateCount pic 9(5) value zero.
01 WSHeldCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSOperator pic x(10) value spaces.
01 WSApproveAnswer pic x(1).
01 WSRefundAmount pic 9(7)v99.
01 RefGenNumStatus pic x(2) value "00".
       88 RefGenNumOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
01 WSCheckNumber pic 9(6) value zero. *>drawn off REFGENNUM.DAT per check -
*>the bank reconciles against these, so they never repeat across runs
01 WSCurrentDate pic x(21).
       open output RefundRegister
       write PrintLine from RegHeading after advancing page
       write PrintLine from RegColHeads after advancing 2 lines
       perform 0500-PAY-QUEUED-REBATES thru 0500-EXIT
       move 'N' to CustomerEndOfFile
       move zero to IdNum
       start CustomerFile key is >= IdNum
           invalid key move 'Y' to CustomerEndOfFile
       end-start
       if CustomerEndOfFile = 'N'
           read CustomerFile next
               at end move 'Y' to CustomerEndOfFile
           end-read
       end-if
       perform 1000-REVIEW-ONE-CUSTOMER thru 1000-EXIT
           until CustomerEndOfFile = 'Y'
       perform 6000-PRINT-CONTROL-TOTALS
       display "Refund checks on REFUNDCHK.rpt, register on REFUND.rpt"
       stop run.

0500-PAY-QUEUED-REBATES. *>a rebate REBRUN settled by check is owed under the
*>agreement, so it is drawn without asking - the RB row already credited the
*>account and the RF row here pays that credit out. A row whose customer has
*>gone stays in the queue for the next run
       open input RebateCheckFile
       if not RebateCheckOk
           close RebateCheckFile
           go to 0500-EXIT
       end-if
       open output HeldRebateFile
       move 'N' to RebateEndOfFile
       perform 0550-PAY-ONE-REBATE until RebateEndOfFile = 'Y'
       close RebateCheckFile, HeldRebateFile
       call "CBL_COPY_FILE" using "rebatechk.tmp", "REBATECHK.DAT", WSCopyFlags
       call "CBL_DELETE_FILE" using "rebatechk.tmp".
0500-EXIT.
       exit.

0550-PAY-ONE-REBATE.
       read RebateCheckFile
           at end
               move 'Y' to RebateEndOfFile
               exit paragraph
       end-read
       move RqIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Rebate check for customer " RqIdNum
                   " held - customer not on file"
               write HeldRebateData from RebateCheckData
               add 1 to WSHeldCount
               exit paragraph
       end-read
       move RqAmount to WSRefundAmount
       perform 1500-ASSIGN-CHECK-NUMBER
       perform 2000-PRINT-REFUND-CHECK
       perform 3000-POST-REFUND
       perform 3500-WRITE-CHECK-ROW
       move "REBATE" to PrnMarker
       perform 6500-PRINT-REGISTER-LINE
       add 1 to WSRebateCount
       display "Rebate check for agreement " RqRebate " drawn for " RqAmount.

1000-REVIEW-ONE-CUSTOMER.
       if Balance >= zero
           go to 1000-EXIT
       perform 1500-ASSIGN-CHECK-NUMBER
       perform 2000-PRINT-REFUND-CHECK
       perform 3000-POST-REFUND
       perform 3500-WRITE-CHECK-ROW
       move spaces to PrnMarker
       perform 6500-PRINT-REGISTER-LINE
       display "Refund of " WSRefundAmount " posted - balance is now " Balance.
       add 1 to WSRefundCount
       add WSRefundAmount to WSRefundTotal.

3500-WRITE-CHECK-ROW. *>the check joins CHKREG.DAT beside the vendor checks, so
*>positive pay and the outstanding-check list see every check the account draws
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
       move WSRefundAmount to CkAmount
       set CkIssued to true
       move WSRunDate to CkStatusDate
       move WSOperator to CkOperator
       open extend CheckRegisterFile
       if not CheckRegisterOk
           open output CheckRegisterFile
       end-if
       write CheckRegisterData
       close CheckRegisterFile.

6000-PRINT-CONTROL-TOTALS.
       move spaces to RegCountLine
       string "Refund checks printed : " delimited by size
       end-string
       write PrintLine from RegCountLine after advancing 2 lines
       move spaces to RegCountLine
       string "  of them rebates     : " delimited by size
           WSRebateCount delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 1 line
       if WSHeldCount > zero
           move spaces to RegCountLine
           string "Rebate checks held    : " delimited by size
               WSHeldCount delimited by size
               into RegCountLine
           end-string
           write PrintLine from RegCountLine after advancing 1 line
       end-if
       move spaces to RegCountLine
       string "Credits left standing : " delimited by size
           WSSkippedCount delimited by size
           into RegCountLine
