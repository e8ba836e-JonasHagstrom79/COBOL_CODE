       >>source format free
identification division.
program-id. rebrun.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select RebParmFile assign to "REBRUNPARM.DAT"
           organization is line sequential
           file status is RebParmStatus.
       copy rebfc.
       copy custfc.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select ReturnsFile assign to "RETURNS.DAT"
           organization is line sequential
           file status is ReturnsFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CmGenNumFile assign to "CMGENNUM.DAT"
           organization is line sequential
           file status is CmGenNumFileStatus.
       select RebateCheckFile assign to "REBATECHK.DAT"
           organization is line sequential
           file status is RebateCheckStatus.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
       select RebateWorkFile assign to "rebwork.tmp"
           organization is line sequential.
       select SortedRebateWork assign to "rebworkSort.tmp"
           organization is line sequential.
       select RebateSortWorkFile assign to "rebworksort.tmp".
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd BusCalFile.
01 BusCalData.
       02 CalDate pic 9(8).
       02 CalType pic x(1).
fd RebParmFile.
01 RebParmData. *>one line, optional - a YYYYMM to accrue through other than
*>the business date's month, for a close run after the fact
       02 RpPeriod pic 9(6).
fd RebateFile.
       copy rebrec.
fd CustomerFile.
       copy custrec.
fd InvRegisterFile.
       copy invreg.
fd ReturnsFile.
01 ReturnsData.
       02 RtDate    pic 9(8).
       02 RtMemoNum pic 9(6).
       02 RtIdNum   pic 9(5).
       02 RtOrder   pic 9(6).
       02 RtLine    pic 9(2).
       02 RtProduct pic x(5).
       02 RtSize    pic x(1).
       02 RtQty     pic 9(5).
       02 RtAmount  pic 9(7)v99.
fd ArTranFile.
       copy artran.
fd CmGenNumFile.
01 CmGenNumLine pic 9(6).
fd RebateCheckFile.
       copy rbqrec.
fd AccrualFile.
       copy accjrnl.
fd RebateWorkFile.
01 RebateWorkData. *>one row per agreement worked - the progress line
       02 RdRep       pic x(3).
       02 RdIdNum     pic 9(5).
       02 RdNumber    pic 9(5).
       02 RdLastName  pic x(15).
       02 RdEndDate   pic 9(8).
       02 RdNetSales  pic s9(9)v99.
       02 RdTier      pic 9(1).
       02 RdPct       pic 9(2)v99.
       02 RdEarned    pic 9(9)v99.
       02 RdThisRun   pic s9(9)v99.
       02 RdNextFrom  pic 9(9)v99.
       02 RdNextPct   pic 9(2)v99.
       02 RdShortfall pic 9(9)v99.
       02 RdNote      pic x(50).
fd SortedRebateWork.
01 SrtRebateWorkData.
       02 SrtRdRep       pic x(3).
       02 SrtRdIdNum     pic 9(5).
       02 SrtRdNumber    pic 9(5).
       02 SrtRdLastName  pic x(15).
       02 SrtRdEndDate   pic 9(8).
       02 SrtRdNetSales  pic s9(9)v99.
       02 SrtRdTier      pic 9(1).
       02 SrtRdPct       pic 9(2)v99.
       02 SrtRdEarned    pic 9(9)v99.
       02 SrtRdThisRun   pic s9(9)v99.
       02 SrtRdNextFrom  pic 9(9)v99.
       02 SrtRdNextPct   pic 9(2)v99.
       02 SrtRdShortfall pic 9(9)v99.
       02 SrtRdNote      pic x(50).
SD RebateSortWorkFile.
01 WRebateWorkData.
       02 WRdRep    pic x(3).
       02 WRdIdNum  pic 9(5).
       02 WRdNumber pic 9(5).
       02 filler    pic x(137).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 BusCalFileStatus pic x(2) value "00".
       88 BusCalFileOk value "00".
01 RebParmStatus pic x(2) value "00".
       88 RebParmOk value "00".
01 RebateFileStatus pic x(2) value "00".
       88 RebateFileOk value "00".
       88 RebateFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
       88 InvRegisterNotFound value "35".
01 ReturnsFileStatus pic x(2) value "00".
       88 ReturnsFileOk value "00".
       88 ReturnsFileNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CmGenNumFileStatus pic x(2) value "00".
       88 CmGenNumFileOk value "00".
01 RebateCheckStatus pic x(2) value "00".
       88 RebateCheckOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 CalEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSClosePeriod pic 9(6) value zero. *>YYYYMM being accrued
01 WSCloseDate pic 9(8) value zero. *>its last day - the GL date
01 WSCloseDateParts redefines WSCloseDate.
       02 WSCloseYear  pic 9(4).
       02 WSCloseMonth pic 9(2).
       02 WSCloseDay   pic 9(2).
01 WSDaysInMonthList.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 28.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 30.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 30.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 30.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 30.
       02 filler pic 9(2) value 31.
01 WSDaysInMonthTable redefines WSDaysInMonthList.
       02 WSDaysInMonth pic 9(2) occurs 12 times.
01 WSPreview pic x(1) value 'N'. *>the period has not closed - report only
01 WSExpenseAccount pic x(4) value "4870". *>sales rebates, against revenue
01 WSLiabilityAccount pic x(4) value "2300". *>rebates accrued not yet paid
01 WSAgreementTable. *>the open agreements under way by the close, with the
*>qualifying sales the two passes find for each
       02 WSAgreementEntry occurs 200 times.
           03 TaNumber  pic 9(5).
           03 TaIdNum   pic 9(5).
           03 TaStart   pic 9(8).
           03 TaCutoff  pic 9(8). *>the period end or the close, whichever first
           03 TaSales   pic 9(11)v99.
           03 TaReturns pic 9(11)v99.
01 WSAgreementCount pic 9(3) value zero.
01 WSAgreementIndex pic 9(3) value zero.
01 WSTierIndex pic 9(1) value zero.
01 WSTierReached pic 9(1) value zero.
01 WSNetSales pic s9(11)v99 value zero.
01 WSEarned pic 9(9)v99 value zero.
01 WSThisRun pic s9(9)v99 value zero.
01 WSAccrueUp pic 9(11)v99 value zero.
01 WSAccrueDown pic 9(11)v99 value zero.
01 WSMemoNumber pic 9(6) value zero.
01 WSCustomerFound pic x(1) value 'N'.
01 WSTooManyCount pic 9(5) value zero.
01 WSSettledCount pic 9(5) value zero.
01 WSSettledTotal pic 9(11)v99 value zero.
01 WSQueuedCount pic 9(5) value zero.
01 WSLegCount pic 9(5) value zero.
01 WSPrintRep pic x(3) value spaces.
01 WSRepSales pic s9(11)v99 value zero.
01 WSRepEarned pic 9(11)v99 value zero.
01 WSRepThisRun pic s9(11)v99 value zero.
01 WSTotalSales pic s9(11)v99 value zero.
01 WSTotalEarned pic 9(11)v99 value zero.
01 WSTotalThisRun pic s9(11)v99 value zero.
01 EditAmount pic z,zzz,zzz,zz9.99.
       copy rptwreq.
01 RebHeadLine pic x(132).
01 RebColumnLine pic x(132) value
       "Agrmt  Cust   Name          Ends          Net sales  T   Rate         Earned      This run   Next tier at          To go   Next".
01 RebDetailLine.
       02 PrnNumber pic 9(5) blank when zero.
       02 filler pic x(2) value space.
       02 PrnIdNum pic 9(5) blank when zero.
       02 filler pic x(2) value space.
       02 PrnLastName pic x(12).
       02 filler pic x(2) value space.
       02 PrnEndDate pic 9(8) blank when zero.
       02 filler pic x(2) value space.
       02 PrnNetSales pic -z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnTier pic 9(1) blank when zero.
       02 filler pic x(2) value space.
       02 PrnPct pic z9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnEarned pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnThisRun pic -,---,--9.99.
       02 filler pic x(2) value space.
       02 PrnNextFrom pic zz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnShortfall pic zz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnNextPct pic z9.99 blank when zero.
01 RebNoteLine.
       02 filler pic x(14) value space.
       02 PrnNote pic x(50).
01 JournalColumnLine pic x(132) value
       "Rebate journal    GL date   Acct          Debit         Credit  Source".
01 JournalDetailLine.
       02 filler pic x(2) value space.
       02 PrnJrnlLabel pic x(14).
       02 filler pic x(2) value space.
       02 PrnJrnlDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnJrnlAccount pic x(4).
       02 filler pic x(2) value space.
       02 PrnJrnlDebit pic zz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnJrnlCredit pic zz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnJrnlSource pic x(8).

procedure division.
0000-MAINLINE. *>the rebate spreadsheet becomes a monthly run - each open
*>agreement's qualifying sales measured off the invoice register less the
*>returns credited, the rebate earned at the tier reached trued up in the GL
*>through ACCRUALS.DAT, and every rep shown how far each customer is from the
*>next tier. An agreement whose period has ended by the close is settled in
*>the same run, by credit memo or by a check queued for REFUND. The last
*>month accrued is kept on the agreement, so a rerun books nothing twice
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSClosePeriod
       perform 0150-GET-PARAMETERS
       perform 0500-FIND-CLOSE-DATE
       if WSRunDate < WSCloseDate
           move 'Y' to WSPreview
       end-if
       if WSPreview = 'Y'
           open input RebateFile
       else
           open i-o RebateFile
       end-if
       if RebateFileNotFound
           display "No rebate agreements on file - nothing to accrue"
           close RebateFile
           stop run
       end-if
       if not RebateFileOk
           display "Rebate file is in use by another user - try again later"
           stop run
       end-if
       perform 0600-LOAD-THE-AGREEMENTS
       if WSAgreementCount = zero
           display "No open rebate agreements under way by " WSCloseDate
           close RebateFile
           stop run
       end-if
       perform 1000-MEASURE-THE-SALES
       if WSPreview = 'Y'
           open input CustomerFile
       else
           open i-o CustomerFile
       end-if
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close RebateFile
           stop run
       end-if
       open output RebateWorkFile
       perform 2000-WORK-ONE-AGREEMENT thru 2000-EXIT
           varying WSAgreementIndex from 1 by 1
           until WSAgreementIndex > WSAgreementCount
       close RebateFile, CustomerFile, RebateWorkFile
       set RwActionOpen to true
       move "REBRUN.rpt" to RwReportName
       move "Volume Rebate Accrual and Progress" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to RebHeadLine
       if WSPreview = 'Y'
           string "Period " delimited by size
               WSClosePeriod delimited by size
               " - sales through " delimited by size
               WSCloseDate delimited by size
               " - PREVIEW, the period has not closed" delimited by size
               into RebHeadLine
           end-string
       else
           string "Period " delimited by size
               WSClosePeriod delimited by size
               " - sales through " delimited by size
               WSCloseDate delimited by size
               into RebHeadLine
           end-string
       end-if
       move RebHeadLine to RwLine
       perform 7900-PRINT-LINE
       perform 3000-PRINT-BY-REP
       perform 4000-WRITE-THE-JOURNAL
       call "CBL_DELETE_FILE" using "rebwork.tmp"
       call "CBL_DELETE_FILE" using "rebworkSort.tmp"
       set RwActionClose to true
       move WSAgreementCount to RwRecordCount
       move "agreements worked" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       move WSTotalThisRun to EditAmount
       if WSPreview = 'Y'
           display "Rebate accrual through " WSCloseDate " : " EditAmount
               " - preview, nothing posted"
       else
           display "Rebate accrual through " WSCloseDate " : " EditAmount
               " - " WSLegCount " leg(s) to ACCRUALS.DAT, "
               WSSettledCount " agreement(s) settled"
       end-if
       if WSTooManyCount > zero
           display WSTooManyCount " agreement(s) not worked - more than 200 open"
       end-if
       stop run.

0100-GET-BUSINESS-DATE.
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

0150-GET-PARAMETERS.
       open input RebParmFile
       if RebParmOk
           read RebParmFile
               at end continue
               not at end
                   if RpPeriod is numeric and RpPeriod > zero
                       move RpPeriod to WSClosePeriod
                   end-if
           end-read
       end-if
       close RebParmFile.

0500-FIND-CLOSE-DATE. *>the declared month-end off BUSCAL.DAT wins, as in
*>ARCLOSE; with no M row for the period the calendar last day applies
       move zero to WSCloseDate
       open input BusCalFile
       if BusCalFileOk
           move 'N' to CalEndOfFile
           perform 0550-SCAN-ONE-CAL-ROW until CalEndOfFile = 'Y'
       end-if
       close BusCalFile
       if WSCloseDate = zero
           compute WSCloseDate = WSClosePeriod * 100
           move WSDaysInMonth(WSCloseMonth) to WSCloseDay
           if WSCloseMonth = 2
               if function mod(WSCloseYear, 400) = 0
                  or (function mod(WSCloseYear, 4) = 0
                      and function mod(WSCloseYear, 100) not = 0)
                   move 29 to WSCloseDay
               end-if
           end-if
       end-if.

0550-SCAN-ONE-CAL-ROW.
       read BusCalFile next
           at end move 'Y' to CalEndOfFile
           not at end
               if function upper-case(CalType) = 'M'
                  and CalDate(1:6) = WSClosePeriod
                   move CalDate to WSCloseDate
                   move 'Y' to CalEndOfFile
               end-if
       end-read.

0600-LOAD-THE-AGREEMENTS. *>settled agreements are history; one not yet
*>started by the close has nothing to measure
       initialize WSAgreementTable
       move zero to WSAgreementCount
       move 'N' to EndOfFileFlag
       perform 0650-LOAD-ONE-AGREEMENT until EndOfFileFlag = 'Y'.

0650-LOAD-ONE-AGREEMENT.
       read RebateFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if not RbOpen or RbStartDate > WSCloseDate
           exit paragraph
       end-if
       if WSAgreementCount = 200
           add 1 to WSTooManyCount
           exit paragraph
       end-if
       add 1 to WSAgreementCount
       move RbNumber to TaNumber(WSAgreementCount)
       move RbIdNum to TaIdNum(WSAgreementCount)
       move RbStartDate to TaStart(WSAgreementCount)
       if RbEndDate < WSCloseDate
           move RbEndDate to TaCutoff(WSAgreementCount)
       else
           move WSCloseDate to TaCutoff(WSAgreementCount)
       end-if.

1000-MEASURE-THE-SALES. *>one pass of the invoice register for the goods
*>billed - net of VAT and freight, which nobody earns a rebate on - and one of
*>RETURNS.DAT for the credits that came back against them
       open input InvRegisterFile
       if InvRegisterFileOk
           move 'N' to EndOfFileFlag
           perform 1100-ONE-INVOICE until EndOfFileFlag = 'Y'
       end-if
       close InvRegisterFile
       open input ReturnsFile
       if ReturnsFileOk
           move 'N' to EndOfFileFlag
           perform 1200-ONE-RETURN until EndOfFileFlag = 'Y'
       end-if
       close ReturnsFile.

1100-ONE-INVOICE.
       read InvRegisterFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if IrVoided
           exit paragraph
       end-if
       perform 1150-MATCH-ONE-INVOICE
           varying WSAgreementIndex from 1 by 1
           until WSAgreementIndex > WSAgreementCount.

1150-MATCH-ONE-INVOICE.
       if TaIdNum(WSAgreementIndex) = IrIdNum
          and IrDate >= TaStart(WSAgreementIndex)
          and IrDate <= TaCutoff(WSAgreementIndex)
           add IrSubtotal to TaSales(WSAgreementIndex)
       end-if.

1200-ONE-RETURN.
       read ReturnsFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       perform 1250-MATCH-ONE-RETURN
           varying WSAgreementIndex from 1 by 1
           until WSAgreementIndex > WSAgreementCount.

1250-MATCH-ONE-RETURN.
       if TaIdNum(WSAgreementIndex) = RtIdNum
          and RtDate >= TaStart(WSAgreementIndex)
          and RtDate <= TaCutoff(WSAgreementIndex)
           add RtAmount to TaReturns(WSAgreementIndex)
       end-if.

2000-WORK-ONE-AGREEMENT. *>the rebate earned is the whole net at the rate of
*>the highest tier reached; what this run books is the difference from what
*>the GL already carries for the agreement, up or down
       move TaNumber(WSAgreementIndex) to RbNumber
       read RebateFile
           key is RbNumber
           invalid key
               go to 2000-EXIT
       end-read
       initialize RebateWorkData
       move RbSalesRep to RdRep
       move RbIdNum to RdIdNum
       move RbNumber to RdNumber
       move RbEndDate to RdEndDate
       move 'N' to WSCustomerFound
       move RbIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move "*NOT ON FILE*" to RdLastName
           not invalid key
               move LastName to RdLastName
               move 'Y' to WSCustomerFound
       end-read
       compute WSNetSales = TaSales(WSAgreementIndex)
           - TaReturns(WSAgreementIndex)
       move WSNetSales to RdNetSales
       move zero to WSTierReached, WSEarned
       perform 2100-CHECK-ONE-TIER
           varying WSTierIndex from 1 by 1 until WSTierIndex > RbTierCount
       if WSTierReached > zero
           compute WSEarned rounded
               = WSNetSales * RbTierPct(WSTierReached) / 100
           move WSTierReached to RdTier
           move RbTierPct(WSTierReached) to RdPct
       end-if
       move WSEarned to RdEarned
       if WSTierReached < RbTierCount
           move RbTierFrom(WSTierReached + 1) to RdNextFrom
           move RbTierPct(WSTierReached + 1) to RdNextPct
           compute RdShortfall = RbTierFrom(WSTierReached + 1) - WSNetSales
       end-if
       if RbLastPeriod >= WSClosePeriod
           move zero to WSThisRun
           move "Accrued through this period already - nothing booked"
               to RdNote
       else
           compute WSThisRun = WSEarned - RbAccrued
           if WSThisRun > zero
               add WSThisRun to WSAccrueUp
           else
               subtract WSThisRun from WSAccrueDown
           end-if
           move WSEarned to RbAccrued
           move WSClosePeriod to RbLastPeriod
       end-if
       move WSThisRun to RdThisRun
       if RbEndDate <= WSCloseDate
           if WSPreview = 'Y'
               move "Period over - settles when the month closes" to RdNote
           else
               perform 2500-SETTLE-THE-REBATE thru 2500-EXIT
           end-if
       end-if
       if WSPreview = 'N'
           rewrite RebateData
               invalid key
                   display "Agreement " RbNumber " could not be updated"
           end-rewrite
       end-if
       write RebateWorkData.
2000-EXIT.
       exit.

2100-CHECK-ONE-TIER.
       if WSNetSales >= RbTierFrom(WSTierIndex)
          and WSNetSales > zero
           move WSTierIndex to WSTierReached
       end-if.

2500-SETTLE-THE-REBATE. *>the accrual above has already brought the GL to the
*>final figure, so the RB row clears exactly what the liability holds. By
*>check the customer is credited all the same and REFUND pays the credit out
       if WSCustomerFound = 'N'
           move "Customer not on file - settlement held" to RdNote
           go to 2500-EXIT
       end-if
       set RbSettled to true
       move WSRunDate to RbSettledDate
       move RbAccrued to RbSettledAmt
       if RbAccrued = zero
           move "Period closed - no tier reached, nothing owed" to RdNote
           add 1 to WSSettledCount
           go to 2500-EXIT
       end-if
       perform 2600-ASSIGN-MEMO-NUMBER
       move WSMemoNumber to RbMemoNum
       subtract RbAccrued from Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move RbIdNum to AtIdNum
       compute AtInvoiceAmt = zero - RbAccrued
       move WSRunDate to AtTranDate
       set AtTranRebate to true
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
       close ArTranFile
       move spaces to RdNote
       if RbSettleCheck
           move RbIdNum to RqIdNum
           move RbNumber to RqRebate
           move WSMemoNumber to RqMemoNum
           move RbAccrued to RqAmount
           move WSRunDate to RqQueued
           open extend RebateCheckFile
           if not RebateCheckOk
               open output RebateCheckFile
           end-if
           write RebateCheckData
           close RebateCheckFile
           add 1 to WSQueuedCount
           string "Settled - memo " delimited by size
               WSMemoNumber delimited by size
               ", check queued for REFUND" delimited by size
               into RdNote
           end-string
       else
           string "Settled - credit memo " delimited by size
               WSMemoNumber delimited by size
               " on the account" delimited by size
               into RdNote
           end-string
       end-if
       add 1 to WSSettledCount
       add RbAccrued to WSSettledTotal.
2500-EXIT.
       exit.

2600-ASSIGN-MEMO-NUMBER. *>the same CMGENNUM.DAT series RETURNS issues its
*>credit memos under, so a memo number never means two things
       move zero to WSMemoNumber
       open input CmGenNumFile
       if CmGenNumFileOk
           read CmGenNumFile
               at end continue
               not at end move CmGenNumLine to WSMemoNumber
           end-read
       end-if
       close CmGenNumFile
       add 1 to WSMemoNumber
       open output CmGenNumFile
       move WSMemoNumber to CmGenNumLine
       write CmGenNumLine
       close CmGenNumFile.

3000-PRINT-BY-REP. *>each rep's customers together, with the distance to the
*>next tier - the number the rep takes into the next sales call
       sort RebateSortWorkFile
           on ascending key WRdRep, WRdIdNum, WRdNumber
           using RebateWorkFile
           giving SortedRebateWork
       open input SortedRebateWork
       move spaces to WSPrintRep
       move 'N' to EndOfFileFlag
       perform 3100-PRINT-ONE-AGREEMENT until EndOfFileFlag = 'Y'
       close SortedRebateWork
       if WSPrintRep not = spaces
           perform 3300-END-REP
       end-if
       move spaces to RebDetailLine
       move "All reps" to PrnLastName
       move WSTotalSales to PrnNetSales
       move WSTotalEarned to PrnEarned
       move WSTotalThisRun to PrnThisRun
       move zero to PrnNumber, PrnIdNum, PrnEndDate, PrnTier, PrnPct,
           PrnNextFrom, PrnShortfall, PrnNextPct
       move RebDetailLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSSettledCount > zero
           move spaces to RebHeadLine
           move WSSettledTotal to EditAmount
           string WSSettledCount delimited by size
               " agreement(s) settled for " delimited by size
               EditAmount delimited by size
               ", " delimited by size
               WSQueuedCount delimited by size
               " of them by check" delimited by size
               into RebHeadLine
           end-string
           move RebHeadLine to RwLine
           perform 7900-PRINT-LINE
       end-if.

3100-PRINT-ONE-AGREEMENT.
       read SortedRebateWork
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SrtRdRep not = WSPrintRep
           if WSPrintRep not = spaces
               perform 3300-END-REP
           end-if
           perform 3200-START-REP
       end-if
       move spaces to RebDetailLine
       move SrtRdNumber to PrnNumber
       move SrtRdIdNum to PrnIdNum
       move SrtRdLastName to PrnLastName
       move SrtRdEndDate to PrnEndDate
       move SrtRdNetSales to PrnNetSales
       move SrtRdTier to PrnTier
       move SrtRdPct to PrnPct
       move SrtRdEarned to PrnEarned
       move SrtRdThisRun to PrnThisRun
       move SrtRdNextFrom to PrnNextFrom
       move SrtRdShortfall to PrnShortfall
       move SrtRdNextPct to PrnNextPct
       move RebDetailLine to RwLine
       perform 7900-PRINT-LINE
       if SrtRdNote not = spaces
           move SrtRdNote to PrnNote
           move RebNoteLine to RwLine
           perform 7900-PRINT-LINE
       end-if
       add SrtRdNetSales to WSRepSales, WSTotalSales
       add SrtRdEarned to WSRepEarned, WSTotalEarned
       add SrtRdThisRun to WSRepThisRun, WSTotalThisRun.

3200-START-REP.
       move SrtRdRep to WSPrintRep
       move zero to WSRepSales, WSRepEarned, WSRepThisRun
       move spaces to RebHeadLine
       string "Sales rep " delimited by size
           WSPrintRep delimited by size
           into RebHeadLine
       end-string
       move RebHeadLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move RebColumnLine to RwLine
       perform 7900-PRINT-LINE.

3300-END-REP.
       move spaces to RebDetailLine
       string WSPrintRep delimited by size
           " total" delimited by size
           into PrnLastName
       end-string
       move WSRepSales to PrnNetSales
       move WSRepEarned to PrnEarned
       move WSRepThisRun to PrnThisRun
       move zero to PrnNumber, PrnIdNum, PrnEndDate, PrnTier, PrnPct,
           PrnNextFrom, PrnShortfall, PrnNextPct
       move RebDetailLine to RwLine
       perform 7900-PRINT-LINE.

4000-WRITE-THE-JOURNAL. *>the month's movement in two pairs at most - rebates
*>earned up against revenue, and any fall back (returns after a tier was
*>reached) released the other way. Settlements post off the RB rows
       move JournalColumnLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSPreview = 'N'
           open extend AccrualFile
           if not AccrualFileOk
               open output AccrualFile
           end-if
       end-if
       move zero to WSLegCount
       move WSClosePeriod to AjPeriod
       move WSCloseDate to AjDate
       move "REBATE" to AjSource
       if WSAccrueUp > zero
           move "Rebates earned" to PrnJrnlLabel
           move WSExpenseAccount to AjAccount
           move WSAccrueUp to AjDebit
           move zero to AjCredit
           perform 4200-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSLiabilityAccount to AjAccount
           move zero to AjDebit
           move WSAccrueUp to AjCredit
           perform 4200-ONE-LEG
       end-if
       if WSAccrueDown > zero
           move "Rebates fallen" to PrnJrnlLabel
           move WSLiabilityAccount to AjAccount
           move WSAccrueDown to AjDebit
           move zero to AjCredit
           perform 4200-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSExpenseAccount to AjAccount
           move zero to AjDebit
           move WSAccrueDown to AjCredit
           perform 4200-ONE-LEG
       end-if
       if WSPreview = 'N'
           close AccrualFile
       end-if
       evaluate true
           when WSLegCount = zero
               move "Nothing to post" to RwLine
           when WSPreview = 'Y'
               move "Not written - preview only, the business date is before the close"
                   to RwLine
           when other
               move "Written to ACCRUALS.DAT - GLEXTRACT books each leg under its own date"
                   to RwLine
       end-evaluate
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

4200-ONE-LEG.
       move WSRunDate to AjRunDate
       move AjDate to PrnJrnlDate
       move AjAccount to PrnJrnlAccount
       move AjDebit to PrnJrnlDebit
       move AjCredit to PrnJrnlCredit
       move AjSource to PrnJrnlSource
       move JournalDetailLine to RwLine
       perform 7900-PRINT-LINE
       if WSPreview = 'N'
           write AccrualJournalData
       end-if
       add 1 to WSLegCount.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
