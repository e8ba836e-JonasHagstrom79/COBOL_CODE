       >>source format free
identification division.
program-id. achrun.
environment division.
input-output section.
file-control.
       copy mandfc.
       copy custfc.
       copy planfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select AchParmFile assign to "ACHPARM.DAT"
           organization is line sequential
           file status is AchParmStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select PaidCheckFile assign to "PAIDCHK.DAT"
           organization is line sequential
           file status is PaidCheckFileStatus.
       select AchEntryFile assign to "ACHENTRY.DAT"
           organization is line sequential
           file status is AchEntryStatus.
       select AchGenNumFile assign to "ACHGENNUM.DAT"
           organization is line sequential
           file status is AchGenNumStatus.
       select AchDebitFile assign to "ACHDEBIT.DAT"
           organization is line sequential.
       select AchRegister assign to "ACHRUN.rpt"
           organization is line sequential.
data division.
file section.
fd MandateFile.
       copy mandrec.
fd CustomerFile.
       copy custrec.
fd PayPlanFile.
       copy planrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd AchParmFile.
01 AchParmData. *>who we are to the bank - one line, maintained by hand like
*>POSPAYPARM.DAT
       02 ApOriginRouting pic 9(9). *>our bank, the originating DFI
       02 ApCompanyId     pic x(10). *>company identification the bank issued
       02 ApCompanyName   pic x(16).
       02 ApBankName      pic x(23).
fd InvRegisterFile.
       copy invreg.
fd ArTranFile.
       copy artran.
fd PaidCheckFile.
       copy paidchk.
fd AchEntryFile.
       copy achent.
fd AchGenNumFile.
01 AchGenNumLine pic 9(6).
fd AchDebitFile.
01 AchLine pic x(94).
fd AchRegister.
01 PrintLine pic x(100).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 MandateFileStatus pic x(2) value "00".
       88 MandateFileOk value "00".
       88 MandateFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 PayPlanFileStatus pic x(2) value "00".
       88 PayPlanFileOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 AchParmStatus pic x(2) value "00".
       88 AchParmOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 PaidCheckFileStatus pic x(2) value "00".
       88 PaidCheckFileOk value "00".
01 AchEntryStatus pic x(2) value "00".
       88 AchEntryOk value "00".
01 AchGenNumStatus pic x(2) value "00".
       88 AchGenNumOk value "00".
01 MandateEndOfFile pic x(1) value 'N'.
01 RegisterEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 AchEntryEndOfFile pic x(1) value 'N'.
01 WSPlanFileUp pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSPeriodClosed pic x(1) value 'N'.
01 WSDueDate pic 9(8) value zero. *>GETDUE - the day the invoice fell due
01 WSDaysSinceStart pic s9(7).
01 WSMonthsElapsed pic 9(5).
01 WSInstallmentsDue pic 9(3).
01 WSScheduledToDate pic 9(8)v99.
01 WSPlanPaid pic s9(8)v99.
01 WSPlanOwing pic s9(8)v99.
01 WSPlanActive pic x(1) value 'N'.
01 WSPlanStart pic 9(8).
01 WSOriginName pic x(23) value "HAGSTROM TRADING CO.".
01 WSOdfi pic 9(8) value zero.
01 WSTraceSeq pic 9(6) value zero.
01 WSItemCount pic 9(2) value zero.
01 WSItemTable. *>what the customer owes that the mandate covers, this run
       02 WSItemEntry occurs 50 times.
           03 WSItemKind   pic x(1).
           03 WSItemRef    pic 9(6).
           03 WSItemAmount pic s9(8)v99.
           03 WSItemTaken  pic s9(3). *>sent less returned, off ACHENTRY.DAT
01 WSItemIndex pic 9(2) value zero.
01 WSDrawAmount pic 9(8)v99.
01 WSCustDrawn pic 9(8)v99 value zero.
01 WSCustDrew pic x(1) value 'N'.
01 WSEntryCount pic 9(6) value zero.
01 WSEntryHash pic 9(12) value zero.
01 WSDebitTotal pic 9(10)v99 value zero.
01 WSRecordCount pic 9(6) value zero.
01 WSBlockCount pic 9(6) value zero.
01 WSBlockRem pic 9(2) value zero.
01 WSMandateCount pic 9(5) value zero.
01 WSCustomerCount pic 9(5) value zero.
01 WSSkippedCount pic 9(5) value zero.
01 WSFileHeader.
       02 filler         pic x(1) value "1".
       02 filler         pic x(2) value "01".
       02 filler         pic x(1) value space.
       02 FhDestRouting  pic 9(9).
       02 FhOriginId     pic x(10).
       02 FhCreateDate   pic 9(6).
       02 FhCreateTime   pic 9(4).
       02 filler         pic x(1) value "A".
       02 filler         pic x(3) value "094".
       02 filler         pic x(2) value "10".
       02 filler         pic x(1) value "1".
       02 FhDestName     pic x(23).
       02 FhOriginName   pic x(23).
       02 filler         pic x(8) value spaces.
01 WSBatchHeader.
       02 filler         pic x(1) value "5".
       02 filler         pic x(3) value "225". *>debits only
       02 BhCompanyName  pic x(16).
       02 filler         pic x(20) value spaces.
       02 BhCompanyId    pic x(10).
       02 filler         pic x(3) value "PPD".
       02 filler         pic x(10) value "AR DEBIT".
       02 BhDescDate     pic 9(6).
       02 BhEffectiveDate pic 9(6).
       02 filler         pic x(3) value spaces.
       02 filler         pic x(1) value "1".
       02 BhOdfi         pic 9(8).
       02 filler         pic x(7) value "0000001".
01 WSEntryDetail.
       02 filler         pic x(1) value "6".
       02 EdTranCode     pic x(2). *>27 checking debit, 37 savings debit
       02 EdRdfiRouting  pic 9(9).
       02 EdAccount      pic x(17).
       02 EdAmount       pic 9(8)v99.
       02 EdIndividualId pic x(15).
       02 EdName         pic x(22).
       02 filler         pic x(2) value spaces.
       02 filler         pic x(1) value "0".
       02 EdTraceOdfi    pic 9(8).
       02 EdTraceSeq     pic 9(7).
01 WSBatchControl.
       02 filler         pic x(1) value "8".
       02 filler         pic x(3) value "225".
       02 BcEntryCount   pic 9(6).
       02 BcEntryHash    pic 9(10).
       02 BcDebitTotal   pic 9(10)v99.
       02 BcCreditTotal  pic 9(10)v99.
       02 BcCompanyId    pic x(10).
       02 filler         pic x(19) value spaces.
       02 filler         pic x(6) value spaces.
       02 BcOdfi         pic 9(8).
       02 filler         pic x(7) value "0000001".
01 WSFileControl.
       02 filler         pic x(1) value "9".
       02 filler         pic 9(6) value 1.
       02 FcBlockCount   pic 9(6).
       02 FcEntryCount   pic 9(8).
       02 FcEntryHash    pic 9(10).
       02 FcDebitTotal   pic 9(10)v99.
       02 FcCreditTotal  pic 9(10)v99.
       02 filler         pic x(39) value spaces.
01 WSFillerRecord pic x(94) value all "9".
01 RegHeading pic x(60) value "Direct Debit Run - ACH Entries Drawn".
01 RegSubHeading pic x(100).
01 RegColHeads pic x(100) value
       "IdNum  Name                  Item  Ref          Amount   Trace  Disposition".
01 RegDetailLine.
       02 PrnCustID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(21).
       02 filler pic x(1) value space.
       02 PrnKind pic x(4).
       02 filler pic x(2) value space.
       02 PrnRef pic 9(6).
       02 filler pic x(1) value space.
       02 PrnAmount pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnTrace pic 9(6).
       02 filler pic x(2) value space.
       02 PrnDisposition pic x(20).
01 RegTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(4) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>customers who signed a mandate stop depending on a check in
*>the mail - on each business date every active mandate is drawn for the
*>invoices that have fallen due and the plan installments the calendar says
*>are owed, the bank gets one ACH debit file, and each debit posts as a PM row
*>with a PAIDCHK.DAT trace so the same item can never post twice
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0200-GET-ACH-PARMS
       call "CHKCLOSE" using WSRunDate, WSPeriodClosed
       if WSPeriodClosed = 'Y'
           display "Business date " WSRunDate " falls in a closed period - no debits drawn"
           move 1 to return-code
           stop run
       end-if
       open i-o MandateFile
       if MandateFileNotFound
           display "No direct-debit mandates on file"
           close MandateFile
           stop run
       end-if
       if not MandateFileOk
           display "Mandate file is in use by another user - try again later"
           move 1 to return-code
           stop run
       end-if
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close MandateFile
           move 1 to return-code
           stop run
       end-if
       open input PayPlanFile
       if PayPlanFileOk
           move 'Y' to WSPlanFileUp
       end-if
       open output AchDebitFile
       open output AchRegister
       write PrintLine from RegHeading after advancing page
       move spaces to RegSubHeading
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   company " delimited by size
           ApCompanyId delimited by size
           into RegSubHeading
       end-string
       write PrintLine from RegSubHeading after advancing 1 line
       write PrintLine from RegColHeads after advancing 2 lines
       perform 1000-WRITE-FILE-HEADERS
       move 'N' to MandateEndOfFile
       perform 2000-DRAW-ONE-MANDATE thru 2000-EXIT
           until MandateEndOfFile = 'Y'
       perform 8000-WRITE-FILE-CONTROLS
       perform 9000-PRINT-CONTROL-TOTALS
       close MandateFile, CustomerFile, AchDebitFile, AchRegister
       if WSPlanFileUp = 'Y'
           close PayPlanFile
       end-if
       display "ACH debit file ACHDEBIT.DAT - " WSEntryCount " debits for "
           WSDebitTotal ", register on ACHRUN.rpt"
       if ApOriginRouting = zero
           display "Warning - ACHPARM.DAT names no originating bank"
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

0200-GET-ACH-PARMS.
       move zero to ApOriginRouting
       move spaces to ApCompanyId, ApCompanyName, ApBankName
       open input AchParmFile
       if AchParmOk
           read AchParmFile
               at end continue
           end-read
       end-if
       close AchParmFile
       if ApOriginRouting is not numeric
           move zero to ApOriginRouting
       end-if
       compute WSOdfi = ApOriginRouting / 10.

1000-WRITE-FILE-HEADERS.
       move ApOriginRouting to FhDestRouting
       move ApCompanyId to FhOriginId
       move WSRunDate(3:6) to FhCreateDate
       move WSCurrentDate(9:4) to FhCreateTime
       move ApBankName to FhDestName
       move WSOriginName to FhOriginName
       write AchLine from WSFileHeader
       move ApCompanyName to BhCompanyName
       move ApCompanyId to BhCompanyId
       move WSRunDate(3:6) to BhDescDate
       move WSRunDate(3:6) to BhEffectiveDate
       move WSOdfi to BhOdfi
       write AchLine from WSBatchHeader
       move 2 to WSRecordCount.

2000-DRAW-ONE-MANDATE.
       read MandateFile next
           at end
               move 'Y' to MandateEndOfFile
               go to 2000-EXIT
       end-read
       add 1 to WSMandateCount
       if not MdActive or MdAuthDate > WSRunDate
           go to 2000-EXIT
       end-if
       move MdIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Mandate customer " MdIdNum " not on the master - skipped"
               go to 2000-EXIT
       end-read
       move zero to WSItemCount, WSCustDrawn
       move 'N' to WSCustDrew
       if MdScopeInvoices or MdScopeBoth
           perform 2100-LOAD-DUE-INVOICES thru 2100-EXIT
       end-if
       move 'N' to WSPlanActive
       if (MdScopePlan or MdScopeBoth) and WSPlanFileUp = 'Y'
           perform 2200-LOOK-UP-THE-PLAN
       end-if
       if WSItemCount = zero and WSPlanActive = 'N'
           go to 2000-EXIT
       end-if
       perform 2300-NET-THE-AR-ROWS thru 2300-EXIT
       if WSPlanActive = 'Y'
           perform 2400-ADD-PLAN-INSTALLMENT
       end-if
       if WSItemCount = zero
           go to 2000-EXIT
       end-if
       perform 2500-CHECK-ENTRY-HISTORY thru 2500-EXIT
       perform 3000-DRAW-ONE-ITEM thru 3000-EXIT varying WSItemIndex from 1 by 1
           until WSItemIndex > WSItemCount
       if WSCustDrew = 'Y'
           rewrite CustomerData
           move CustomerData to WSJrnlImage
           call "MSTJRNL" using "C", "W", WSJrnlImage
           move WSRunDate to MdLastDebit
           rewrite MandateData
           add 1 to WSCustomerCount
       end-if.
2000-EXIT.
       exit.

2100-LOAD-DUE-INVOICES. *>every live invoice for the customer that has fallen
*>due under its terms, opened at its grand total - 2300 takes off what has
*>been settled
       open input InvRegisterFile
       if not InvRegisterFileOk
           close InvRegisterFile
           go to 2100-EXIT
       end-if
       move 'N' to RegisterEndOfFile
       perform 2110-LOAD-ONE-INVOICE until RegisterEndOfFile = 'Y'
       close InvRegisterFile.
2100-EXIT.
       exit.

2110-LOAD-ONE-INVOICE.
       read InvRegisterFile next
           at end move 'Y' to RegisterEndOfFile
           not at end
               if IrIdNum = MdIdNum and not IrVoided
                  and IrDate >= MdAuthDate and WSItemCount < 49
                   call "GETDUE" using IrInvoiceNum, IrDate, TermsCode, WSDueDate
                   if WSDueDate <= WSRunDate
                       add 1 to WSItemCount
                       move 'I' to WSItemKind(WSItemCount)
                       move IrInvoiceNum to WSItemRef(WSItemCount)
                       move IrGrandTotal to WSItemAmount(WSItemCount)
                       move zero to WSItemTaken(WSItemCount)
                   end-if
               end-if
       end-read.

2200-LOOK-UP-THE-PLAN.
       move MdIdNum to PpIdNum
       read PayPlanFile
           key is PpIdNum
           invalid key continue
           not invalid key
               if PpActive and PpStartDate <= WSRunDate
                   move 'Y' to WSPlanActive
                   move PpStartDate to WSPlanStart
               end-if
       end-read.

2300-NET-THE-AR-ROWS. *>the settlement rows against each due invoice, and
*>everything paid (less bounced) since the plan started - the PLANSTAT sums
       move zero to WSPlanPaid
       open input ArTranFile
       if not ArTranFileOk
           close ArTranFile
           go to 2300-EXIT
       end-if
       move 'N' to ArTranEndOfFile
       perform 2310-NET-ONE-AR-ROW until ArTranEndOfFile = 'Y'
       close ArTranFile.
2300-EXIT.
       exit.

2310-NET-ONE-AR-ROW.
       read ArTranFile next
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtIdNum = MdIdNum
                   if AtInvoiceNum > zero
                      and (AtTranPayment or AtTranCredit or AtTranReversal
                           or AtTranDiscount)
                       perform 2320-APPLY-TO-ITEM varying WSItemIndex
                           from 1 by 1 until WSItemIndex > WSItemCount
                   end-if
                   if WSPlanActive = 'Y' and AtTranDate >= WSPlanStart
                      and (AtTranPayment or AtTranReversal)
                       subtract AtInvoiceAmt from WSPlanPaid
                   end-if
               end-if
       end-read.

2320-APPLY-TO-ITEM.
       if WSItemKind(WSItemIndex) = 'I'
          and WSItemRef(WSItemIndex) = AtInvoiceNum
           add AtInvoiceAmt to WSItemAmount(WSItemIndex)
       end-if.

2400-ADD-PLAN-INSTALLMENT. *>the PLANSTAT calendar - one installment every 30
*>days from the start, anything scheduled and not yet paid is drawn now
       call "DATEDIFF" using PpStartDate, WSRunDate, WSDaysSinceStart
       divide WSDaysSinceStart by 30 giving WSMonthsElapsed
       add 1 to WSMonthsElapsed
       if WSMonthsElapsed > PpInstallments
           move PpInstallments to WSInstallmentsDue
       else
           move WSMonthsElapsed to WSInstallmentsDue
       end-if
       compute WSScheduledToDate = WSInstallmentsDue * PpInstallAmount
       if WSScheduledToDate > PpTotalAmount
           move PpTotalAmount to WSScheduledToDate
       end-if
       compute WSPlanOwing = WSScheduledToDate - WSPlanPaid
       if WSPlanOwing > zero
           add 1 to WSItemCount
           move 'P' to WSItemKind(WSItemCount)
           move WSInstallmentsDue to WSItemRef(WSItemCount)
           move WSPlanOwing to WSItemAmount(WSItemCount)
           move zero to WSItemTaken(WSItemCount)
       end-if.

2500-CHECK-ENTRY-HISTORY. *>the PAIDCHK guard for debits - an item already sent
*>under this amount and not returned by the bank is not drawn a second time
       open input AchEntryFile
       if not AchEntryOk
           close AchEntryFile
           go to 2500-EXIT
       end-if
       move 'N' to AchEntryEndOfFile
       perform 2510-MATCH-ONE-ENTRY until AchEntryEndOfFile = 'Y'
       close AchEntryFile.
2500-EXIT.
       exit.

2510-MATCH-ONE-ENTRY.
       read AchEntryFile
           at end move 'Y' to AchEntryEndOfFile
           not at end
               if AeIdNum = MdIdNum
                   perform 2520-MATCH-ENTRY-TO-ITEM varying WSItemIndex
                       from 1 by 1 until WSItemIndex > WSItemCount
               end-if
       end-read.

2520-MATCH-ENTRY-TO-ITEM.
       if WSItemKind(WSItemIndex) = AeKind
          and WSItemRef(WSItemIndex) = AeRef
          and WSItemAmount(WSItemIndex) = AeAmount
           if AeSent
               add 1 to WSItemTaken(WSItemIndex)
           else
               subtract 1 from WSItemTaken(WSItemIndex)
           end-if
       end-if.

3000-DRAW-ONE-ITEM.
       if WSItemAmount(WSItemIndex) <= zero
           go to 3000-EXIT
       end-if
       move WSItemAmount(WSItemIndex) to WSDrawAmount
       move zero to PrnTrace
       if WSItemTaken(WSItemIndex) > zero
           move "SKIP - ALREADY SENT" to PrnDisposition
           add 1 to WSSkippedCount
           perform 6500-PRINT-REGISTER-LINE
           go to 3000-EXIT
       end-if
       if MdMaxDebit > zero and WSCustDrawn + WSDrawAmount > MdMaxDebit
           move "SKIP - OVER LIMIT" to PrnDisposition
           add 1 to WSSkippedCount
           perform 6500-PRINT-REGISTER-LINE
           go to 3000-EXIT
       end-if
       perform 3100-ASSIGN-TRACE-NUMBER
       perform 3200-WRITE-ENTRY-DETAIL
       perform 3300-POST-THE-PAYMENT
       perform 3400-LOG-THE-ENTRY
       move 'Y' to WSCustDrew
       add WSDrawAmount to WSCustDrawn
       move WSTraceSeq to PrnTrace
       move "DRAWN" to PrnDisposition
       perform 6500-PRINT-REGISTER-LINE.
3000-EXIT.
       exit.

3100-ASSIGN-TRACE-NUMBER. *>the generation-number pattern - one series across
*>every run, so a trace the bank quotes back names exactly one debit
       move zero to WSTraceSeq
       open input AchGenNumFile
       if AchGenNumOk
           read AchGenNumFile
               at end continue
               not at end move AchGenNumLine to WSTraceSeq
           end-read
       end-if
       close AchGenNumFile
       add 1 to WSTraceSeq
       open output AchGenNumFile
       move WSTraceSeq to AchGenNumLine
       write AchGenNumLine
       close AchGenNumFile.

3200-WRITE-ENTRY-DETAIL.
       if MdSavings
           move "37" to EdTranCode
       else
           move "27" to EdTranCode
       end-if
       move MdRouting to EdRdfiRouting
       move MdAccount to EdAccount
       move WSDrawAmount to EdAmount
       move spaces to EdIndividualId
       move MdIdNum to EdIndividualId(1:5)
       move spaces to EdName
       string
           function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into EdName
       end-string
       move WSOdfi to EdTraceOdfi
       move WSTraceSeq to EdTraceSeq
       write AchLine from WSEntryDetail
       add 1 to WSRecordCount
       add 1 to WSEntryCount
       compute WSEntryHash = WSEntryHash + (MdRouting / 10)
       add WSDrawAmount to WSDebitTotal.

3300-POST-THE-PAYMENT. *>a PM row like any received payment - on the invoice it
*>settles, or on account for a plan installment the way PLANSTAT counts them
       subtract WSDrawAmount from Balance
       move MdIdNum to AtIdNum
       compute AtInvoiceAmt = zero - WSDrawAmount
       move WSRunDate to AtTranDate
       set AtTranPayment to true
       if WSItemKind(WSItemIndex) = 'I'
           move WSItemRef(WSItemIndex) to AtInvoiceNum
       else
           move zero to AtInvoiceNum
       end-if
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       open extend ArTranFile
       if not ArTranFileOk
           open output ArTranFile
       end-if
       write ArTranData
       close ArTranFile
       move MdIdNum to PcIdNum
       move WSTraceSeq to PcCheckNum
       move WSDrawAmount to PcAmount
       move WSRunDate to PcPayDate
       set PcSourceAch to true
       open extend PaidCheckFile
       if not PaidCheckFileOk
           open output PaidCheckFile
       end-if
       write PaidCheckData
       close PaidCheckFile.

3400-LOG-THE-ENTRY.
       move WSTraceSeq to AeTrace
       set AeSent to true
       move MdIdNum to AeIdNum
       move WSItemKind(WSItemIndex) to AeKind
       move WSItemRef(WSItemIndex) to AeRef
       move WSDrawAmount to AeAmount
       move WSRunDate to AeDate
       move spaces to AeReturnCode
       open extend AchEntryFile
       if not AchEntryOk
           open output AchEntryFile
       end-if
       write AchEntryData
       close AchEntryFile.

6500-PRINT-REGISTER-LINE.
       move MdIdNum to PrnCustID
       move spaces to PrnName
       string
           function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into PrnName
       end-string
       if WSItemKind(WSItemIndex) = 'I'
           move "INV" to PrnKind
       else
           move "PLAN" to PrnKind
       end-if
       move WSItemRef(WSItemIndex) to PrnRef
       move WSDrawAmount to PrnAmount
       write PrintLine from RegDetailLine after advancing 1 line.

8000-WRITE-FILE-CONTROLS. *>batch and file control totals, then the file is
*>blocked out to a multiple of ten records with all-nines filler
       move WSEntryCount to BcEntryCount
       move WSEntryHash(3:10) to BcEntryHash
       move WSDebitTotal to BcDebitTotal
       move zero to BcCreditTotal
       move ApCompanyId to BcCompanyId
       move WSOdfi to BcOdfi
       write AchLine from WSBatchControl
       add 2 to WSRecordCount
       divide WSRecordCount by 10 giving WSBlockCount remainder WSBlockRem
       if WSBlockRem > zero
           add 1 to WSBlockCount
       end-if
       move WSBlockCount to FcBlockCount
       move WSEntryCount to FcEntryCount
       move WSEntryHash(3:10) to FcEntryHash
       move WSDebitTotal to FcDebitTotal
       move zero to FcCreditTotal
       write AchLine from WSFileControl
       perform 8100-WRITE-ONE-FILLER until WSBlockRem = zero.

8100-WRITE-ONE-FILLER.
       write AchLine from WSFillerRecord
       add 1 to WSBlockRem
       if WSBlockRem = 10
           move zero to WSBlockRem
       end-if.

9000-PRINT-CONTROL-TOTALS.
       move "Mandates on file" to PrnTotalLabel
       move WSMandateCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 2 lines
       move "Customers drawn" to PrnTotalLabel
       move WSCustomerCount to PrnTotalCount
       write PrintLine from RegTotalLine after advancing 1 line
       move "Items skipped" to PrnTotalLabel
       move WSSkippedCount to PrnTotalCount
       write PrintLine from RegTotalLine after advancing 1 line
       move "Debits sent to the bank" to PrnTotalLabel
       move WSEntryCount to PrnTotalCount
       move WSDebitTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 1 line.
