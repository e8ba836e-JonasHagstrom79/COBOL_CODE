       >>source format free
identification division.
program-id. achret.
environment division.
input-output section.
file-control.
       select AchReturnFile assign to "ACHRETURN.DAT"
           organization is line sequential
           file status is AchReturnStatus.
       copy mandfc.
       copy custfc.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           access is sequential.
       select AchEntryFile assign to "ACHENTRY.DAT"
           organization is line sequential
           file status is AchEntryStatus.
       select ReturnReport assign to "ACHRET.rpt"
           organization is line sequential.
data division.
file section.
fd AchReturnFile.
01 AchReturnData. *>the bank's return report, one row per debit it sent back
       02 RrTrace      pic 9(15). *>the trace number ACHRUN put on the entry
       02 RrReturnCode pic x(3). *>R01 insufficient funds, R02 account closed,
                                  *>R03 no account, R04 invalid account number,
                                  *>R07/R10 authorization revoked or disputed
       02 RrAmount     pic 9(8)v99.
       02 RrReturnDate pic 9(8).
fd MandateFile.
       copy mandrec.
fd CustomerFile.
       copy custrec.
fd ArTranFile.
       copy artran.
fd CustAuditFile.
       copy custaud.
fd AchEntryFile.
       copy achent.
fd ReturnReport.
01 PrintLine pic x(100).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 AchReturnStatus pic x(2) value "00".
       88 AchReturnOk value "00".
       88 AchReturnNotFound value "35".
01 MandateFileStatus pic x(2) value "00".
       88 MandateFileOk value "00".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 AchEntryStatus pic x(2) value "00".
       88 AchEntryOk value "00".
01 AchReturnEndOfFile pic x(1) value 'N'.
01 AchEntryEndOfFile pic x(1) value 'N'.
01 WSOperator pic x(10) value "ACHRET".
01 WSTrace pic 9(6).
01 WSSentFound pic x(1).
01 WSAlreadyReturned pic x(1).
01 WSSentIdNum pic 9(5).
01 WSSentKind pic x(1).
01 WSSentRef pic 9(6).
01 WSSentAmount pic 9(7)v99.
01 WSReturnCode pic x(3).
       88 WSReturnNsf values "R01" "R09". *>money not there this time - the
                                          *>item is redrawn once before the
                                          *>mandate stops
01 WSBeforeImage pic x(200) value spaces.
01 WSAfterImage pic x(200) value spaces.
01 WSMandateWord pic x(10).
01 WSReadCount pic 9(5) value zero.
01 WSReversedCount pic 9(5) value zero.
01 WSReversedTotal pic 9(9)v99 value zero.
01 WSSuspenseCount pic 9(5) value zero.
01 WSSuspendedCount pic 9(5) value zero.
01 RptHeading pic x(60) value "ACH Returns - Reversals and Mandate Holds".
01 RptColHeads pic x(100) value
       "Trace   IdNum  Code  Returned        Amount  Item         Disposition           Mandate".
01 RptDetailLine.
       02 PrnTrace pic 9(6).
       02 filler pic x(2) value space.
       02 PrnCustID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnCode pic x(3).
       02 filler pic x(3) value space.
       02 PrnReturnDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnAmount pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnKind pic x(4).
       02 filler pic x(1) value space.
       02 PrnRef pic 9(6).
       02 filler pic x(2) value space.
       02 PrnDisposition pic x(20).
       02 filler pic x(2) value space.
       02 PrnMandate pic x(10).
01 RptTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(4) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>a debit the bank sends back is money that never arrived - the
*>payment ACHRUN posted is reversed with an RV row the way CASHRCPT reverses a
*>bounced check, the invoice or installment opens again, and the mandate is
*>flagged with the bank's reason so nobody draws on a dead account
       open input AchReturnFile
       if AchReturnNotFound
           display "ACHRETURN.DAT not found - no returns to process"
           close AchReturnFile
           stop run
       end-if
       open i-o MandateFile
       if not MandateFileOk
           display "Mandate file is in use by another user - try again later"
           close AchReturnFile
           move 1 to return-code
           stop run
       end-if
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close AchReturnFile, MandateFile
           move 1 to return-code
           stop run
       end-if
       open output ReturnReport
       write PrintLine from RptHeading after advancing page
       write PrintLine from RptColHeads after advancing 2 lines
       perform 1000-PROCESS-ONE-RETURN thru 1000-EXIT
           until AchReturnEndOfFile = 'Y'
       perform 6000-PRINT-CONTROL-TOTALS
       close AchReturnFile, MandateFile, CustomerFile, ReturnReport
       display "ACH returns - " WSReversedCount " reversed for " WSReversedTotal
           ", " WSSuspenseCount " in suspense, " WSSuspendedCount
           " mandate(s) stopped - ACHRET.rpt"
       if WSSuspenseCount > zero
           move 1 to return-code
       end-if
       stop run.

1000-PROCESS-ONE-RETURN.
       read AchReturnFile
           at end
               move 'Y' to AchReturnEndOfFile
               go to 1000-EXIT
       end-read
       add 1 to WSReadCount
       move RrTrace(10:6) to WSTrace
       move RrReturnCode to WSReturnCode
       move spaces to PrnMandate
       perform 2000-FIND-THE-ENTRY thru 2000-EXIT
       if WSSentFound not = 'Y'
           move zero to WSSentIdNum, WSSentRef
           move space to WSSentKind
           move "SUSPENSE - NO TRACE" to PrnDisposition
           perform 5000-SUSPEND-RETURN
           go to 1000-EXIT
       end-if
       if WSAlreadyReturned = 'Y'
           move "SUSPENSE - DUP RETURN" to PrnDisposition
           perform 5000-SUSPEND-RETURN
           go to 1000-EXIT
       end-if
       if RrAmount not = WSSentAmount
           move "SUSPENSE - AMOUNT" to PrnDisposition
           perform 5000-SUSPEND-RETURN
           go to 1000-EXIT
       end-if
       move WSSentIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move "SUSPENSE - NO CUSTOMER" to PrnDisposition
               perform 5000-SUSPEND-RETURN
               go to 1000-EXIT
       end-read
       perform 3000-REVERSE-THE-PAYMENT
       perform 3500-LOG-THE-RETURN
       perform 4000-FLAG-THE-MANDATE
       move "REVERSED" to PrnDisposition
       perform 4500-PRINT-DETAIL-LINE.
1000-EXIT.
       exit.

2000-FIND-THE-ENTRY. *>the S row the trace names, and whether an R row has
*>already answered it
       move 'N' to WSSentFound
       move 'N' to WSAlreadyReturned
       open input AchEntryFile
       if not AchEntryOk
           close AchEntryFile
           go to 2000-EXIT
       end-if
       move 'N' to AchEntryEndOfFile
       perform 2100-MATCH-ONE-ENTRY until AchEntryEndOfFile = 'Y'
       close AchEntryFile.
2000-EXIT.
       exit.

2100-MATCH-ONE-ENTRY.
       read AchEntryFile
           at end move 'Y' to AchEntryEndOfFile
           not at end
               if AeTrace = WSTrace
                   if AeSent
                       move 'Y' to WSSentFound
                       move AeIdNum to WSSentIdNum
                       move AeKind to WSSentKind
                       move AeRef to WSSentRef
                       move AeAmount to WSSentAmount
                   else
                       move 'Y' to WSAlreadyReturned
                   end-if
               end-if
       end-read.

3000-REVERSE-THE-PAYMENT. *>the NSF re-post - balance back up, RV row against
*>the invoice the debit settled so it shows open again
       move CustomerData to WSBeforeImage
       add WSSentAmount to Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move CustomerData to WSAfterImage
       perform 7000-WRITE-AUDIT-CHANGE
       move WSSentIdNum to AtIdNum
       move WSSentAmount to AtInvoiceAmt
       move RrReturnDate to AtTranDate
       set AtTranReversal to true
       if WSSentKind = 'I'
           move WSSentRef to AtInvoiceNum
       else
           move zero to AtInvoiceNum
       end-if
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       perform 7500-APPEND-AR-TRAN
       add 1 to WSReversedCount
       add WSSentAmount to WSReversedTotal.

3500-LOG-THE-RETURN.
       move WSTrace to AeTrace
       set AeReturned to true
       move WSSentIdNum to AeIdNum
       move WSSentKind to AeKind
       move WSSentRef to AeRef
       move WSSentAmount to AeAmount
       move RrReturnDate to AeDate
       move WSReturnCode to AeReturnCode
       open extend AchEntryFile
       if not AchEntryOk
           open output AchEntryFile
       end-if
       write AchEntryData
       close AchEntryFile.

4000-FLAG-THE-MANDATE. *>a first insufficient-funds return leaves the mandate
*>live so the next run tries again; a second one, or any closed, missing or
*>disputed account, stops it until ACHMAND reinstates it
       move WSSentIdNum to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key
               move "NOT ON FILE" to PrnMandate
               go to 4000-EXIT
       end-read
       add 1 to MdReturnCount
       move WSReturnCode to MdLastReturn
       move RrReturnDate to MdReturnDate
       if WSReturnNsf and MdReturnCount < 2
           move "REDRAW" to PrnMandate
       else
           if MdActive
               add 1 to WSSuspendedCount
           end-if
           set MdSuspended to true
           move "STOPPED" to PrnMandate
       end-if
       rewrite MandateData.
4000-EXIT.
       exit.

4500-PRINT-DETAIL-LINE.
       move WSTrace to PrnTrace
       move WSSentIdNum to PrnCustID
       move WSReturnCode to PrnCode
       move RrReturnDate to PrnReturnDate
       move RrAmount to PrnAmount
       evaluate WSSentKind
           when 'I' move "INV" to PrnKind
           when 'P' move "PLAN" to PrnKind
           when other move spaces to PrnKind
       end-evaluate
       move WSSentRef to PrnRef
       write PrintLine from RptDetailLine after advancing 1 line.

5000-SUSPEND-RETURN.
       add 1 to WSSuspenseCount
       perform 4500-PRINT-DETAIL-LINE.

6000-PRINT-CONTROL-TOTALS.
       move "Returns read" to PrnTotalLabel
       move WSReadCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       move "Payments reversed" to PrnTotalLabel
       move WSReversedCount to PrnTotalCount
       move WSReversedTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Returns in suspense" to PrnTotalLabel
       move WSSuspenseCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Mandates stopped" to PrnTotalLabel
       move WSSuspendedCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line.

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

7500-APPEND-AR-TRAN.
       open extend ArTranFile
       if not ArTranFileOk
           open output ArTranFile
       end-if
       write ArTranData
       close ArTranFile.
