       >>source format free
identification division.
program-id. fxreval.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select FxParmFile assign to "FXREVALPARM.DAT"
           organization is line sequential
           file status is FxParmStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select SortedInvRegFile assign to "invregSort.tmp"
           organization is line sequential.
       select InvRegSortWorkFile assign to "invregsort.tmp".
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select SortedArTranFile assign to "artranSort.tmp"
           organization is line sequential.
       select ArSortWorkFile assign to "artransort.tmp".
       select FxItemFile assign to "fxitem.tmp"
           organization is line sequential.
       select SortedFxItemFile assign to "fxitemSort.tmp"
           organization is line sequential.
       select FxItemSortWorkFile assign to "fxitemsort.tmp".
       copy custfc.
       select GlCursorFile assign to "GLCURSOR.DAT"
           organization is line sequential
           file status is GlCursorFileStatus.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
       select NewAccrualFile assign to "accruals.tmp"
           organization is line sequential.
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd BusCalFile.
01 BusCalData.
       02 CalDate pic 9(8).
       02 CalType pic x(1).
fd FxParmFile.
01 FxParmData. *>one line, optional - a YYYYMM to revalue a month other
*>than the business date's, for a close run after the fact
       02 FpPeriod pic 9(6).
fd InvRegisterFile.
       copy invreg.
fd SortedInvRegFile.
01 SrtInvRegData.
       02 SrtIrInvoiceNum   pic 9(6).
       02 SrtIrIdNum        pic 9(5).
       02 SrtIrDate         pic 9(8).
       02 SrtIrJurisdiction pic x(2).
       02 SrtIrCategory     pic x(1).
       02 SrtIrSubtotal     pic 9(8)v99.
       02 SrtIrVatAmount    pic 9(8)v99.
       02 SrtIrGrandTotal   pic 9(8)v99.
       02 SrtIrStatus       pic x(1).
       02 SrtIrSource       pic x(1).
       02 SrtIrCurrency     pic x(3).
       02 SrtIrExchRate     pic 9(3)v9(6).
       02 SrtIrForeignTotal pic 9(8)v99.
       02 SrtIrFreight      pic 9(6)v99.
       02 SrtIrExemptCert   pic x(15).
       02 SrtIrTermsCode    pic x(8).
       02 SrtIrDueDate      pic 9(8).
       02 SrtIrDiscDate     pic 9(8).
       02 SrtIrDiscAmount   pic 9(6)v99.
SD InvRegSortWorkFile.
01 WInvRegData.
       02 WIrInvoiceNum   pic 9(6).
       02 filler          pic x(125).
fd ArTranFile.
       copy artran.
fd SortedArTranFile.
01 SrtArTranData.
       02 SrtAtIdNum       pic 9(5).
       02 SrtAtInvoiceAmt  pic s9(7)v99.
       02 SrtAtTranDate    pic 9(8).
       02 SrtAtTranType    pic x(2).
       02 SrtAtInvoiceNum  pic 9(6).
       02 SrtAtDispute     pic x(1).
       02 SrtAtDisputeReason pic x(2).
       02 SrtAtCurrency    pic x(3).
       02 SrtAtForeignAmt  pic s9(8)v99.
SD ArSortWorkFile.
01 WArTranData.
       02 WAtIdNum       pic 9(5).
       02 filler         pic x(9).
       02 WAtTranDate    pic 9(8).
       02 filler         pic x(2).
       02 WAtInvoiceNum  pic 9(6).
       02 filler         pic x(16).
fd FxItemFile.
01 FxItemData. *>one row per foreign invoice still open at the close - what
*>is left in the customer's currency and what it stands on the books at
       02 FiCurrency    pic x(3).
       02 FiIdNum       pic 9(5).
       02 FiInvoiceNum  pic 9(6).
       02 FiInvDate     pic 9(8).
       02 FiForeignOpen pic 9(9)v99.
       02 FiBookRate    pic 9(3)v9(6). *>the invoice-date rate it was booked at
       02 FiBookValue   pic 9(9)v99.
fd SortedFxItemFile.
01 SrtFxItemData.
       02 SrtFiCurrency    pic x(3).
       02 SrtFiIdNum       pic 9(5).
       02 SrtFiInvoiceNum  pic 9(6).
       02 SrtFiInvDate     pic 9(8).
       02 SrtFiForeignOpen pic 9(9)v99.
       02 SrtFiBookRate    pic 9(3)v9(6).
       02 SrtFiBookValue   pic 9(9)v99.
SD FxItemSortWorkFile.
01 WFxItemData.
       02 WFiCurrency   pic x(3).
       02 WFiIdNum      pic 9(5).
       02 WFiInvoiceNum pic 9(6).
       02 filler        pic x(39).
fd CustomerFile.
       copy custrec.
fd GlCursorFile.
       copy glcurs.
fd AccrualFile.
       copy accjrnl.
fd NewAccrualFile.
01 NewAccrualData pic x(56).

working-storage section.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 BusCalFileStatus pic x(2) value "00".
       88 BusCalFileOk value "00".
01 FxParmStatus pic x(2) value "00".
       88 FxParmOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
       88 InvRegisterFileNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
       88 ArTranFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 GlCursorFileStatus pic x(2) value "00".
       88 GlCursorFileOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 CalEndOfFile pic x(1) value 'N'.
01 HaveArTranRecord pic x(1) value 'N'.
01 CustomerOpen pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSClosePeriod pic 9(6) value zero. *>YYYYMM being revalued
01 WSCloseDate pic 9(8) value zero. *>its last day - the rate date
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
01 WSReverseDate pic 9(8) value zero. *>first day of the next period
01 WSOneDay pic s9(7) value 1.
01 WSReceivableAccount pic x(4) value "1200". *>trade receivables
01 WSUnrealizedAccount pic x(4) value "7160". *>unrealized exchange gain/loss
01 WSForeignOpen pic s9(9)v99 value zero.
01 WSBookRate pic 9(3)v9(6) value zero.
01 WSForeignEquiv pic s9(9)v99 value zero.
01 WSCurrency pic x(3) value spaces. *>currency being printed
01 WSCloseRate pic 9(3)v9(6) value zero. *>its EXCHRATE.DAT rate at the close
01 WSCustomer pic 9(5) value zero. *>customer being printed
01 WSRevaluedValue pic 9(9)v99 value zero.
01 WSGainLoss pic s9(9)v99 value zero.
01 WSCustTotals.
       02 WSCustItems    pic 9(5).
       02 WSCustForeign  pic 9(11)v99.
       02 WSCustBook     pic 9(11)v99.
       02 WSCustRevalued pic 9(11)v99.
       02 WSCustGainLoss pic s9(11)v99.
01 WSCurrencyTotals.
       02 WSCurrencyItems    pic 9(5).
       02 WSCurrencyForeign  pic 9(11)v99.
       02 WSCurrencyBook     pic 9(11)v99.
       02 WSCurrencyRevalued pic 9(11)v99.
       02 WSCurrencyGainLoss pic s9(11)v99.
01 WSItemCount pic 9(7) value zero.
01 WSNoRateCount pic 9(7) value zero.
01 WSTotalBook pic 9(11)v99 value zero.
01 WSTotalRevalued pic 9(11)v99 value zero.
01 WSTotalGain pic 9(11)v99 value zero.
01 WSTotalLoss pic 9(11)v99 value zero.
01 WSNetGainLoss pic s9(11)v99 value zero.
01 WSJournalAmount pic 9(11)v99 value zero.
01 WSDebitAccount pic x(4) value spaces. *>the revaluation leg's debit side -
01 WSCreditAccount pic x(4) value spaces. *>the reversal swaps the two
01 WSAjRowsDone pic 9(7) value zero.
01 WSAjRowPos pic 9(7) value zero.
01 WSAlreadyBooked pic x(1) value 'N'.
01 WSJournalState pic x(1) value 'N'.
       88 JournalWritten value 'W'.
       88 JournalBooked  value 'B'.
       88 JournalPreview value 'P'.
       88 JournalNothing value 'N'.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
       copy rptwreq.
01 FxHeadLine pic x(132).
01 EditRate pic zz9.999999.
01 FxColumnLine pic x(132) value
       "Cust   Name              Invoice  Inv date  Foreign open   Book rate     Book value       Revalued      Gain/loss  Note".
01 FxDetailLine.
       02 PrnCust pic 9(5) blank when zero.
       02 filler pic x(2) value space.
       02 PrnName pic x(16).
       02 filler pic x(2) value space.
       02 PrnInvoice pic 9(6) blank when zero.
       02 filler pic x(2) value space.
       02 PrnInvDate pic 9(8) blank when zero.
       02 filler pic x(2) value space.
       02 PrnForeign pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnBookRate pic zz9.999999 blank when zero.
       02 filler pic x(2) value space.
       02 PrnBookValue pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnRevalued pic zz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnGainLoss pic --,---,--9.99.
       02 filler pic x(2) value space.
       02 PrnNote pic x(16).
01 TotalDetailLine.
       02 filler pic x(2) value space.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalAmount pic --,---,---,--9.99.
01 JournalColumnLine pic x(132) value
       "Revaluation jrnl  GL date   Acct          Debit         Credit  Source".
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
01 EditAmount pic -,---,---,--9.99.

procedure division.
0000-MAINLINE. *>the balance sheet at month end carries every open foreign
*>invoice at the rate of the day it was billed - this reprices what is still
*>owed in each customer's currency at the EXCHRATE.DAT rate for the close,
*>prints the register by currency and customer, and books the unrealized
*>difference through an ACCRUALS.DAT pair GLEXTRACT posts at the close date
*>and reverses on the first day of the next period by itself, so the realized
*>gain or loss at payment keeps working off the invoice rate
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSClosePeriod
       perform 0150-GET-PARAMETERS
       perform 0500-FIND-CLOSE-DATE
       call "DATEADD" using WSCloseDate, WSOneDay, WSReverseDate
       open input InvRegisterFile
       if InvRegisterFileNotFound
           display "No invoice register on file - nothing foreign to revalue"
           close InvRegisterFile
           stop run
       end-if
       close InvRegisterFile
       perform 1000-SORT-THE-FILES
       open input SortedInvRegFile, SortedArTranFile
       open output FxItemFile
       perform 1100-READ-NEXT-AR-TRAN
       move 'N' to EndOfFileFlag
       perform 2000-CHECK-ONE-INVOICE thru 2000-EXIT until EndOfFileFlag = 'Y'
       close SortedInvRegFile, SortedArTranFile, FxItemFile
       call "CBL_DELETE_FILE" using "invregSort.tmp"
       call "CBL_DELETE_FILE" using "artranSort.tmp"
       open input CustomerFile
       if CustFileOk
           move 'Y' to CustomerOpen
       end-if
       set RwActionOpen to true
       move "FXREVAL.rpt" to RwReportName
       move "Foreign Receivables Revaluation" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to FxHeadLine
       string "Period " delimited by size
           WSClosePeriod delimited by size
           " - open foreign items at " delimited by size
           WSCloseDate delimited by size
           " repriced at the close rate" delimited by size
           into FxHeadLine
       end-string
       move FxHeadLine to RwLine
       perform 7900-PRINT-LINE
       perform 3000-PRINT-THE-REGISTER
       if CustomerOpen = 'Y'
           close CustomerFile
       end-if
       call "CBL_DELETE_FILE" using "fxitem.tmp"
       call "CBL_DELETE_FILE" using "fxitemSort.tmp"
       perform 4000-WRITE-THE-JOURNAL thru 4000-EXIT
       perform 5000-PRINT-THE-TOTALS
       set RwActionClose to true
       move WSItemCount to RwRecordCount
       move "open foreign items" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       move WSNetGainLoss to EditAmount
       evaluate true
           when JournalWritten
               display "FX revaluation at " WSCloseDate " : " EditAmount
                   " to ACCRUALS.DAT, reversing " WSReverseDate
           when JournalBooked
               display "FX revaluation at " WSCloseDate " : " EditAmount
                   " - period already booked, report only"
           when JournalPreview
               display "FX revaluation at " WSCloseDate " : " EditAmount
                   " - preview, the period has not closed yet"
           when other
               display "No unrealized exchange difference at " WSCloseDate
       end-evaluate
       if WSNoRateCount > zero
           display WSNoRateCount " item(s) not revalued - no EXCHRATE.DAT"
               " rate at " WSCloseDate
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
       open input FxParmFile
       if FxParmOk
           read FxParmFile
               at end continue
               not at end
                   if FpPeriod is numeric and FpPeriod > zero
                       move FpPeriod to WSClosePeriod
                   end-if
           end-read
       end-if
       close FxParmFile.

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

1000-SORT-THE-FILES. *>both by invoice number so the settlements walk
*>alongside the register row they apply to
       sort InvRegSortWorkFile on ascending key WIrInvoiceNum
           using InvRegisterFile
           giving SortedInvRegFile
       open input ArTranFile
       if ArTranFileNotFound
           close ArTranFile
           open output SortedArTranFile
           close SortedArTranFile
       else
           close ArTranFile
           sort ArSortWorkFile on ascending key WAtInvoiceNum, WAtTranDate
               using ArTranFile
               giving SortedArTranFile
       end-if.

1100-READ-NEXT-AR-TRAN.
       read SortedArTranFile
           at end move 'N' to HaveArTranRecord
           not at end move 'Y' to HaveArTranRecord
       end-read.

2000-CHECK-ONE-INVOICE. *>a foreign bill issued by the close and not voided -
*>what the customer still owes in their currency is the billed total less
*>everything settled against it by the close
       read SortedInvRegFile
           at end
               move 'Y' to EndOfFileFlag
               go to 2000-EXIT
       end-read
       perform 1100-READ-NEXT-AR-TRAN
           until HaveArTranRecord = 'N' or SrtAtInvoiceNum >= SrtIrInvoiceNum
       if SrtIrCurrency = "USD" or SrtIrCurrency = spaces
          or SrtIrStatus = "V"
          or SrtIrDate > WSCloseDate
          or SrtIrForeignTotal = zero
           go to 2000-EXIT
       end-if
       move SrtIrExchRate to WSBookRate
       if WSBookRate = zero
           compute WSBookRate rounded = SrtIrGrandTotal / SrtIrForeignTotal
       end-if
       if WSBookRate = zero
           go to 2000-EXIT
       end-if
       move SrtIrForeignTotal to WSForeignOpen
       perform 2100-TAKE-ONE-SETTLEMENT
           until HaveArTranRecord = 'N' or SrtAtInvoiceNum not = SrtIrInvoiceNum
       if WSForeignOpen not > zero
           go to 2000-EXIT
       end-if
       move SrtIrCurrency to FiCurrency
       move SrtIrIdNum to FiIdNum
       move SrtIrInvoiceNum to FiInvoiceNum
       move SrtIrDate to FiInvDate
       move WSForeignOpen to FiForeignOpen
       move WSBookRate to FiBookRate
       compute FiBookValue rounded = WSForeignOpen * WSBookRate
       write FxItemData.
2000-EXIT.
       exit.

2100-TAKE-ONE-SETTLEMENT. *>the charge rows are the register total already -
*>a payment carries its own foreign amount at the rate it came in at, and
*>anything settled in home dollars only (credit memo, write-off) comes off at
*>the invoice rate the way GLEXTRACT relieves the receivable
       if SrtAtTranDate > WSCloseDate
          or SrtAtTranType = "IN" or SrtAtTranType = "VT"
          or SrtAtTranType = "FR" or SrtAtTranType = "DP"
           perform 1100-READ-NEXT-AR-TRAN
           exit paragraph
       end-if
       if SrtAtCurrency = SrtIrCurrency and SrtAtForeignAmt not = zero
           add SrtAtForeignAmt to WSForeignOpen
       else
           compute WSForeignEquiv rounded = SrtAtInvoiceAmt / WSBookRate
           add WSForeignEquiv to WSForeignOpen
       end-if
       perform 1100-READ-NEXT-AR-TRAN.

3000-PRINT-THE-REGISTER. *>by currency, then customer - one close rate per
*>currency, a subtotal under each customer and each currency
       sort FxItemSortWorkFile
           on ascending key WFiCurrency, WFiIdNum, WFiInvoiceNum
           using FxItemFile
           giving SortedFxItemFile
       open input SortedFxItemFile
       move spaces to WSCurrency
       move zero to WSCustomer
       initialize WSCustTotals, WSCurrencyTotals
       move 'N' to EndOfFileFlag
       perform 3100-PRINT-ONE-ITEM until EndOfFileFlag = 'Y'
       close SortedFxItemFile
       if WSCurrency not = spaces
           perform 3300-END-CUSTOMER
           perform 3400-END-CURRENCY
       end-if.

3100-PRINT-ONE-ITEM.
       read SortedFxItemFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SrtFiCurrency not = WSCurrency
           if WSCurrency not = spaces
               perform 3300-END-CUSTOMER
               perform 3400-END-CURRENCY
           end-if
           perform 3200-START-CURRENCY
       end-if
       if SrtFiIdNum not = WSCustomer and WSCustItems > zero
           perform 3300-END-CUSTOMER
       end-if
       move SrtFiIdNum to WSCustomer
       move spaces to FxDetailLine
       if WSCustItems = zero
           move SrtFiIdNum to PrnCust
           move spaces to PrnName
           if CustomerOpen = 'Y'
               move SrtFiIdNum to IdNum
               read CustomerFile
                   key is IdNum
                   invalid key move "NOT ON FILE" to PrnName
                   not invalid key move LastName to PrnName
               end-read
           end-if
       else
           move zero to PrnCust
       end-if
       move SrtFiInvoiceNum to PrnInvoice
       move SrtFiInvDate to PrnInvDate
       move SrtFiForeignOpen to PrnForeign
       move SrtFiBookRate to PrnBookRate
       move SrtFiBookValue to PrnBookValue
       add 1 to WSCustItems, WSCurrencyItems, WSItemCount
       add SrtFiForeignOpen to WSCustForeign, WSCurrencyForeign
       add SrtFiBookValue to WSCustBook, WSCurrencyBook, WSTotalBook
       if WSCloseRate = zero
           add 1 to WSNoRateCount
           move zero to PrnRevalued, PrnGainLoss
           move "NO CLOSE RATE" to PrnNote
           add SrtFiBookValue to WSCustRevalued, WSCurrencyRevalued,
               WSTotalRevalued
       else
           compute WSRevaluedValue rounded = SrtFiForeignOpen * WSCloseRate
           compute WSGainLoss = WSRevaluedValue - SrtFiBookValue
           move WSRevaluedValue to PrnRevalued
           move WSGainLoss to PrnGainLoss
           add WSRevaluedValue to WSCustRevalued, WSCurrencyRevalued,
               WSTotalRevalued
           add WSGainLoss to WSCustGainLoss, WSCurrencyGainLoss, WSNetGainLoss
           if WSGainLoss > zero
               add WSGainLoss to WSTotalGain
           else
               subtract WSGainLoss from WSTotalLoss
           end-if
       end-if
       move FxDetailLine to RwLine
       perform 7900-PRINT-LINE.

3200-START-CURRENCY. *>GETRATE gives the latest rate on or before the close
       move SrtFiCurrency to WSCurrency
       move zero to WSCustomer
       initialize WSCustTotals, WSCurrencyTotals
       call "GETRATE" using WSCurrency, WSCloseDate, WSCloseRate
       move spaces to FxHeadLine
       if WSCloseRate = zero
           string "Currency " delimited by size
               WSCurrency delimited by size
               " - no EXCHRATE.DAT rate at " delimited by size
               WSCloseDate delimited by size
               ", listed at book value and not revalued" delimited by size
               into FxHeadLine
           end-string
       else
           move WSCloseRate to EditRate
           string "Currency " delimited by size
               WSCurrency delimited by size
               " - close rate " delimited by size
               EditRate delimited by size
               " at " delimited by size
               WSCloseDate delimited by size
               into FxHeadLine
           end-string
       end-if
       move FxHeadLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move FxColumnLine to RwLine
       perform 7900-PRINT-LINE.

3300-END-CUSTOMER.
       move spaces to FxDetailLine
       move "Customer total" to PrnName
       move WSCustForeign to PrnForeign
       move WSCustBook to PrnBookValue
       move WSCustRevalued to PrnRevalued
       move WSCustGainLoss to PrnGainLoss
       move zero to PrnCust, PrnInvoice, PrnInvDate, PrnBookRate
       move FxDetailLine to RwLine
       perform 7900-PRINT-LINE
       move spaces to RwLine
       perform 7900-PRINT-LINE
       initialize WSCustTotals.

3400-END-CURRENCY.
       move spaces to FxDetailLine
       string WSCurrency delimited by size
           " total" delimited by size
           into PrnName
       end-string
       move WSCurrencyForeign to PrnForeign
       move WSCurrencyBook to PrnBookValue
       move WSCurrencyRevalued to PrnRevalued
       move WSCurrencyGainLoss to PrnGainLoss
       move zero to PrnCust, PrnInvoice, PrnInvDate, PrnBookRate
       move FxDetailLine to RwLine
       perform 7900-PRINT-LINE
       initialize WSCurrencyTotals.

4000-WRITE-THE-JOURNAL. *>written only once the period has closed, and only
*>while GLEXTRACT has not yet booked any of this period's pair - a rerun
*>before the extract replaces the pair, after it the report stands alone.
*>The net of the gains and losses is booked, as one pair
       if WSNetGainLoss = zero
           set JournalNothing to true
           go to 4000-EXIT
       end-if
       if WSNetGainLoss > zero
           move WSNetGainLoss to WSJournalAmount
           move WSReceivableAccount to WSDebitAccount
           move WSUnrealizedAccount to WSCreditAccount
       else
           compute WSJournalAmount = zero - WSNetGainLoss
           move WSUnrealizedAccount to WSDebitAccount
           move WSReceivableAccount to WSCreditAccount
       end-if
       if WSRunDate < WSCloseDate
           set JournalPreview to true
           go to 4000-EXIT
       end-if
       open input GlCursorFile
       if GlCursorFileOk
           read GlCursorFile
               at end continue
               not at end
                   if GcAjRowsDone is numeric
                       move GcAjRowsDone to WSAjRowsDone
                   end-if
           end-read
       end-if
       close GlCursorFile
       move zero to WSAjRowPos
       move 'N' to WSAlreadyBooked
       open input AccrualFile
       open output NewAccrualFile
       if AccrualFileOk
           move 'N' to EndOfFileFlag
           perform 4100-CARRY-ONE-ACCRUAL-LEG until EndOfFileFlag = 'Y'
       end-if
       close AccrualFile
       if WSAlreadyBooked = 'Y'
           close NewAccrualFile
           call "CBL_DELETE_FILE" using "accruals.tmp"
           set JournalBooked to true
           go to 4000-EXIT
       end-if
       move WSCloseDate to AjDate
       move "FXREVAL" to AjSource
       move WSDebitAccount to AjAccount
       move WSJournalAmount to AjDebit
       move zero to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSCreditAccount to AjAccount
       move zero to AjDebit
       move WSJournalAmount to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSReverseDate to AjDate
       move "FXREVREV" to AjSource
       move WSCreditAccount to AjAccount
       move WSJournalAmount to AjDebit
       move zero to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSDebitAccount to AjAccount
       move zero to AjDebit
       move WSJournalAmount to AjCredit
       perform 4200-WRITE-ONE-LEG
       close NewAccrualFile
       call "CBL_COPY_FILE" using "accruals.tmp", "ACCRUALS.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = 0
           display "ACCRUALS.DAT could not be replaced - the revaluation is in"
               " accruals.tmp"
       else
           call "CBL_DELETE_FILE" using "accruals.tmp"
       end-if
       set JournalWritten to true.
4000-EXIT.
       exit.

4100-CARRY-ONE-ACCRUAL-LEG.
       read AccrualFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSAjRowPos
       if AjPeriod = WSClosePeriod
          and (AjSource = "FXREVAL" or AjSource = "FXREVREV")
           if WSAjRowPos <= WSAjRowsDone
               move 'Y' to WSAlreadyBooked
           else
               exit paragraph
           end-if
       end-if
       move AccrualJournalData to NewAccrualData
       write NewAccrualData.

4200-WRITE-ONE-LEG.
       move WSClosePeriod to AjPeriod
       move WSRunDate to AjRunDate
       move AccrualJournalData to NewAccrualData
       write NewAccrualData.

5000-PRINT-THE-TOTALS.
       move spaces to TotalDetailLine
       move "Book value, all currencies" to PrnTotalLabel
       move WSTotalBook to PrnTotalAmount
       move TotalDetailLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "Revalued at the close" to PrnTotalLabel
       move WSTotalRevalued to PrnTotalAmount
       move TotalDetailLine to RwLine
       perform 7900-PRINT-LINE
       move "Unrealized gains" to PrnTotalLabel
       move WSTotalGain to PrnTotalAmount
       move TotalDetailLine to RwLine
       perform 7900-PRINT-LINE
       move "Unrealized losses" to PrnTotalLabel
       compute PrnTotalAmount = zero - WSTotalLoss
       move TotalDetailLine to RwLine
       perform 7900-PRINT-LINE
       move "Net unrealized gain/loss" to PrnTotalLabel
       move WSNetGainLoss to PrnTotalAmount
       move TotalDetailLine to RwLine
       perform 7900-PRINT-LINE
       if WSNoRateCount > zero
           move spaces to FxHeadLine
           string WSNoRateCount delimited by size
               " item(s) with no close rate - left at book value, key the"
               delimited by size
               " rate in EXCHMNT and rerun" delimited by size
               into FxHeadLine
           end-string
           move FxHeadLine to RwLine
           perform 7900-PRINT-LINE
       end-if
       move JournalColumnLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if not JournalNothing
           move "Revalue" to PrnJrnlLabel
           move WSCloseDate to PrnJrnlDate
           move "FXREVAL" to PrnJrnlSource
           move WSDebitAccount to PrnJrnlAccount
           move WSJournalAmount to PrnJrnlDebit
           move zero to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSCreditAccount to PrnJrnlAccount
           move zero to PrnJrnlDebit
           move WSJournalAmount to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move "Reverse" to PrnJrnlLabel
           move WSReverseDate to PrnJrnlDate
           move "FXREVREV" to PrnJrnlSource
           move WSCreditAccount to PrnJrnlAccount
           move WSJournalAmount to PrnJrnlDebit
           move zero to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSDebitAccount to PrnJrnlAccount
           move zero to PrnJrnlDebit
           move WSJournalAmount to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
       end-if
       evaluate true
           when JournalWritten
               move "Written to ACCRUALS.DAT - GLEXTRACT books it at the close and reverses it"
                   to RwLine
           when JournalBooked
               move "Not written - GLEXTRACT has already booked this period's revaluation"
                   to RwLine
           when JournalPreview
               move "Not written - preview only, the business date is before the close"
                   to RwLine
           when other
               move "Nothing to revalue" to RwLine
       end-evaluate
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

5200-PRINT-ONE-LEG.
       move JournalDetailLine to RwLine
       perform 7900-PRINT-LINE.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
