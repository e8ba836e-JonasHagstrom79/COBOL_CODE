       >>source format free
identification division.
program-id. glrecon.
environment division.
input-output section.
file-control.
       copy clyrfc.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select GlCursorFile assign to "GLCURSOR.DAT"
           organization is line sequential
           file status is GlCursorFileStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CostLogFile assign to "COSTLOG.DAT"
           organization is line sequential
           file status is CostLogFileStatus.
       select LandedCostFile assign to "LANDCOST.DAT"
           organization is line sequential
           file status is LandedCostStatus.
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select GlReconFile assign to "GLRECON.DAT"
           organization is line sequential.
data division.
file section.
fd CostLayerFile.
       copy clyrrec.
fd BusCalFile.
01 BusCalData.
       02 CalDate pic 9(8).
       02 CalType pic x(1).
fd GlCursorFile.
       copy glcurs.
fd CoaFile.
       copy coarec.
fd GlHistFile.
01 GlHistData.
       02 GhDate    pic 9(8).
       02 GhAccount pic x(4).
       02 GhDebit   pic 9(9)v99.
       02 GhCredit  pic 9(9)v99.
       02 GhSource  pic x(8).
fd ArTranFile.
       copy artran.
fd CostLogFile.
       copy clogrec.
fd LandedCostFile.
01 LandedCostData. *>only the allocation amount the extract books is decoded
       02 LcDate       pic 9(8).
       02 LcPoNumber   pic 9(6).
       02 LcLineNo     pic 9(2).
       02 LcProduct    pic x(5).
       02 LcSize       pic x(1).
       02 LcChargeType pic x(1).
       02 LcBillRef    pic x(12).
       02 LcBasis      pic x(1).
       02 LcAmount     pic 9(7)v99.
       02 LcToStock    pic 9(7)v99.
       02 LcOperator   pic x(10).
fd ApVoucherFile.
       copy apvrec.
fd CheckRegisterFile.
       copy chkreg.
fd GlReconFile.
       copy glrrec.

working-storage section.
01 CostLayerStatus pic x(2) value "00".
       88 CostLayerOk value "00".
01 BusCalFileStatus pic x(2) value "00".
       88 BusCalFileOk value "00".
01 GlCursorFileStatus pic x(2) value "00".
       88 GlCursorFileOk value "00".
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 GlHistFileStatus pic x(2) value "00".
       88 GlHistFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CostLogFileStatus pic x(2) value "00".
       88 CostLogFileOk value "00".
01 LandedCostStatus pic x(2) value "00".
       88 LandedCostOk value "00".
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 CalEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSClosePeriod pic 9(6). *>YYYYMM being reconciled
01 WSCloseDate pic 9(8) value zero. *>its last day - the as-of date
01 WSCloseDateParts redefines WSCloseDate.
       02 WSCloseYear  pic 9(4).
       02 WSCloseMonth pic 9(2).
       02 WSCloseDay   pic 9(2).
01 WSMonthDaysTable.
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
01 WSMonthDays redefines WSMonthDaysTable.
       02 WSDaysInMonth pic 9(2) occurs 12 times.
01 WSCursor. *>how far each source the ledger is fed from had been extracted
       02 WSArRowsDone  pic 9(7) value zero.
       02 WSClRowsDone  pic 9(7) value zero.
       02 WSLcRowsDone  pic 9(7) value zero.
       02 WSApRowsDone  pic 9(7) value zero.
       02 WSChkRowsDone pic 9(7) value zero.
01 WSAccountTable. *>the three control accounts and what explains each one's
*>difference - amounts in the account's natural sign
       02 WSAccountEntry occurs 3 times.
           03 AcAccount       pic x(4).
           03 AcLabel         pic x(20).
           03 AcSubLabel      pic x(44).
           03 AcDescription   pic x(30).
           03 AcOnChart       pic x(1).
           03 AcCreditNormal  pic x(1).
           03 AcSubledger     pic s9(11)v99.
           03 AcLedger        pic s9(11)v99.
           03 AcManual        pic s9(11)v99.
           03 AcKeyed         pic s9(11)v99.
           03 AcExchange      pic s9(11)v99.
           03 AcNotExtracted  pic s9(11)v99.
           03 AcTwice         pic s9(11)v99.
           03 AcTiming        pic s9(11)v99.
           03 AcDifference    pic s9(11)v99.
           03 AcUnexplained   pic s9(11)v99.
01 WSAccountIndex pic 9(1) value zero.
01 WSSourceTable. *>each extract source that feeds a control account - what the
*>ledger holds from it against what its rows behind the cursor should have made
       02 WSSourceEntry occurs 5 times.
           03 SrName          pic x(8).
           03 SrAccountIx     pic 9(1).
           03 SrLedger        pic s9(11)v99. *>every leg ever extracted
           03 SrLedgerAfter   pic s9(11)v99. *>of those, legs dated after the close
           03 SrExpected      pic s9(11)v99. *>rows behind the cursor
           03 SrExpectedAfter pic s9(11)v99. *>of those, rows dated after the close
           03 SrNotExtracted  pic s9(11)v99. *>rows to the close past the cursor
01 WSSourceIndex pic 9(1) value zero.
01 WSSlot pic 9(1) value zero.
01 WSRowPosition pic 9(7) value zero.
01 WSRowsDone pic 9(7) value zero.
01 WSRowDate pic 9(8) value zero.
01 WSEffect pic s9(11)v99 value zero.
01 WSTranAmount pic 9(9)v99 value zero.
01 WSLayerValue pic s9(11)v99 value zero.
01 WSRollBack pic s9(11)v99 value zero.
01 WSOutOfBalance pic 9(1) value zero.
       copy rptwreq.
01 ReconHeadLine pic x(132).
01 ReconAmountLine.
       02 PrnReconLabel pic x(56).
       02 PrnReconAmount pic z,zzz,zzz,zz9.99-.

procedure division.
0000-MAINLINE. *>the tie-out the accountant used to do by hand every year-end -
*>the AR aging, the FIFO stock value and the open vouchers at the close date,
*>each against its control account on GLJRNLHIST.DAT, and the difference split
*>into what the extract cursor and the leg source tags can explain: rows not
*>extracted yet, rows extracted twice, manual journals and timing. What is
*>left is the unexplained figure ARCLOSE puts on its month-end checklist
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       display "Period to reconcile (YYYYMM) : " with no advancing
       accept WSClosePeriod
       perform 0500-FIND-CLOSE-DATE
       perform 0100-SET-UP-THE-TABLES
       perform 0200-GET-EXTRACT-CURSOR
       perform 0300-FIND-THE-ACCOUNTS
       perform 1000-SUM-THE-LEDGER thru 1000-EXIT
       perform 2000-AR-SUBLEDGER thru 2000-EXIT
       perform 3000-STOCK-SUBLEDGER
       perform 4000-AP-SUBLEDGER
       perform 5000-EXPLAIN-ONE-ACCOUNT
           varying WSAccountIndex from 1 by 1 until WSAccountIndex > 3
       perform 6000-PRINT-THE-RECONCILIATION
       perform 7000-WRITE-THE-RESULT
       if WSOutOfBalance > zero
           display "Reconciliation through " WSCloseDate " - " WSOutOfBalance
               " control account(s) with an unexplained difference, see GLRECON.rpt"
           move 1 to return-code
       else
           display "Reconciliation through " WSCloseDate
               " - every control account explained, see GLRECON.rpt"
       end-if
       stop run.

0100-SET-UP-THE-TABLES.
       initialize WSAccountTable, WSSourceTable
       move "1200" to AcAccount(1)
       move "Receivables" to AcLabel(1)
       move "AR aging - ARTRANS.DAT as of the close" to AcSubLabel(1)
       move 'N' to AcCreditNormal(1)
       move "1300" to AcAccount(2)
       move "Inventory" to AcLabel(2)
       move "FIFO layer value rolled back to the close" to AcSubLabel(2)
       move 'N' to AcCreditNormal(2)
       move "2010" to AcAccount(3)
       move "Trade payables" to AcLabel(3)
       move "Open APVOUCH.DAT vouchers at the close" to AcSubLabel(3)
       move 'Y' to AcCreditNormal(3)
       move "ARTRANS" to SrName(1)
       move 1 to SrAccountIx(1)
       move "STOCK" to SrName(2)
       move 2 to SrAccountIx(2)
       move "LANDCOST" to SrName(3)
       move 2 to SrAccountIx(3)
       move "APVOUCH" to SrName(4)
       move 3 to SrAccountIx(4)
       move "APCHECK" to SrName(5)
       move 3 to SrAccountIx(5).

0200-GET-EXTRACT-CURSOR. *>where the last balanced extract stopped
       open input GlCursorFile
       if GlCursorFileOk
           read GlCursorFile
               at end continue
               not at end
                   move GcArRowsDone to WSArRowsDone
                   move GcApRowsDone to WSApRowsDone
                   if GcChkRowsDone is numeric
                       move GcChkRowsDone to WSChkRowsDone
                   end-if
                   if GcLcRowsDone is numeric
                       move GcLcRowsDone to WSLcRowsDone
                   end-if
                   if GcClRowsDone is numeric
                       move GcClRowsDone to WSClRowsDone
                   end-if
           end-read
       end-if
       close GlCursorFile.

0300-FIND-THE-ACCOUNTS. *>the descriptions off the chart, and a warning when a
*>control account is not on it
       open input CoaFile
       if CoaFileOk
           move 'N' to EndOfFileFlag
           perform 0350-MATCH-ONE-ACCOUNT until EndOfFileFlag = 'Y'
       end-if
       close CoaFile.

0350-MATCH-ONE-ACCOUNT.
       read CoaFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       perform 0360-MATCH-ONE-CONTROL
           varying WSAccountIndex from 1 by 1 until WSAccountIndex > 3.

0360-MATCH-ONE-CONTROL.
       if CoaAccount = AcAccount(WSAccountIndex)
           move CoaDescription to AcDescription(WSAccountIndex)
           move 'Y' to AcOnChart(WSAccountIndex)
       end-if.

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

1000-SUM-THE-LEDGER. *>each leg on a control account, by the source tag the
*>extract stamped on it - a tag the extract never writes is a manual journal
       open input GlHistFile
       if not GlHistFileOk
           close GlHistFile
           go to 1000-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 1100-SUM-ONE-LEG until EndOfFileFlag = 'Y'
       close GlHistFile.
1000-EXIT.
       exit.

1100-SUM-ONE-LEG.
       read GlHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       evaluate GhAccount
           when AcAccount(1) move 1 to WSAccountIndex
           when AcAccount(2) move 2 to WSAccountIndex
           when AcAccount(3) move 3 to WSAccountIndex
           when other exit paragraph
       end-evaluate
       if AcCreditNormal(WSAccountIndex) = 'Y'
           compute WSEffect = GhCredit - GhDebit
       else
           compute WSEffect = GhDebit - GhCredit
       end-if
       if GhDate <= WSCloseDate
           add WSEffect to AcLedger(WSAccountIndex)
       end-if
       move zero to WSSlot
       evaluate true
           when WSAccountIndex = 1 and GhSource = "ARTRANS"
               move 1 to WSSlot
           when WSAccountIndex = 1 and GhSource = "INVOICE"
               if GhDate <= WSCloseDate
                   add WSEffect to AcKeyed(1)
               end-if
           when WSAccountIndex = 1
            and (GhSource = "FXGAIN" or GhSource = "FXLOSS"
                 or GhSource = "FXREVAL" or GhSource = "FXREVREV")
               if GhDate <= WSCloseDate
                   add WSEffect to AcExchange(1)
               end-if
           when WSAccountIndex = 2 and GhSource = "STOCK"
               move 2 to WSSlot
           when WSAccountIndex = 2 and GhSource = "LANDCOST"
               move 3 to WSSlot
           when WSAccountIndex = 3 and GhSource = "APVOUCH"
               move 4 to WSSlot
           when WSAccountIndex = 3
            and (GhSource = "APCHECK" or GhSource = "CHKVOID")
               move 5 to WSSlot
           when GhSource = "YECLOSE"
               continue
           when other
               if GhDate <= WSCloseDate
                   add WSEffect to AcManual(WSAccountIndex)
               end-if
       end-evaluate
       if WSSlot > zero
           add WSEffect to SrLedger(WSSlot)
           if GhDate > WSCloseDate
               add WSEffect to SrLedgerAfter(WSSlot)
           end-if
       end-if.

2000-AR-SUBLEDGER. *>the ARCLOSE aged total - every ARTRANS row dated to the
*>close - and what each row makes on 1200 the way GLEXTRACT pairs it
       open input ArTranFile
       if not ArTranFileOk
           close ArTranFile
           go to 2000-EXIT
       end-if
       move zero to WSRowPosition
       move WSArRowsDone to WSRowsDone
       move 1 to WSSlot
       move 'N' to EndOfFileFlag
       perform 2100-TALLY-ONE-AR-ROW until EndOfFileFlag = 'Y'
       close ArTranFile.
2000-EXIT.
       exit.

2100-TALLY-ONE-AR-ROW.
       read ArTranFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowPosition
       if AtTranDate <= WSCloseDate
           add AtInvoiceAmt to AcSubledger(1)
       end-if
       if AtInvoiceAmt < zero
           compute WSTranAmount = zero - AtInvoiceAmt
       else
           move AtInvoiceAmt to WSTranAmount
       end-if
       evaluate true
           when AtTranPayment or AtTranCredit or AtTranWriteOff
             or AtTranCheckVoid or AtTranRebate or AtTranDiscount
             or AtTranAward
               compute WSEffect = zero - WSTranAmount
           when AtTranDeposit and AtInvoiceAmt < zero
               compute WSEffect = zero - WSTranAmount
           when other
               move WSTranAmount to WSEffect
       end-evaluate
       move AtTranDate to WSRowDate
       perform 8000-TALLY-SOURCE-ROW.

3000-STOCK-SUBLEDGER. *>INVVAL's figure - what the FIFO layers hold now - with
*>every costed movement dated after the close taken back off it
       move zero to WSLayerValue, WSRollBack
       open input CostLayerFile
       if CostLayerOk
           move 'N' to EndOfFileFlag
           perform 3100-VALUE-ONE-LAYER until EndOfFileFlag = 'Y'
       end-if
       close CostLayerFile
       open input CostLogFile
       if CostLogFileOk
           move zero to WSRowPosition
           move WSClRowsDone to WSRowsDone
           move 'N' to EndOfFileFlag
           perform 3200-TALLY-ONE-MOVEMENT until EndOfFileFlag = 'Y'
       end-if
       close CostLogFile
       compute AcSubledger(2) = WSLayerValue - WSRollBack
       open input LandedCostFile
       if LandedCostOk
           move zero to WSRowPosition
           move WSLcRowsDone to WSRowsDone
           move 'N' to EndOfFileFlag
           perform 3300-TALLY-ONE-ALLOCATION until EndOfFileFlag = 'Y'
       end-if
       close LandedCostFile.

3100-VALUE-ONE-LAYER.
       read CostLayerFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       compute WSLayerValue = WSLayerValue + (CyQtyLeft * CyUnitCost).

3200-TALLY-ONE-MOVEMENT. *>a landed-cost revaluation moves the layers but is
*>booked off LANDCOST.DAT, so it rolls back here and is not a STOCK row
       read CostLogFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowPosition
       if ClDate > WSCloseDate
           evaluate true
               when ClStockIn  add ClValue to WSRollBack
               when ClStockOut subtract ClValue from WSRollBack
               when ClRevalue  add ClValue to WSRollBack
           end-evaluate
       end-if
       move zero to WSEffect
       if (ClStockIn or ClStockOut) and ClValue > zero
          and (ClAction = "R" or "O" or "J" or "T" or "V" or "K")
           if ClStockIn
               move ClValue to WSEffect
           else
               compute WSEffect = zero - ClValue
           end-if
       end-if
       move ClDate to WSRowDate
       move 2 to WSSlot
       perform 8000-TALLY-SOURCE-ROW.

3300-TALLY-ONE-ALLOCATION.
       read LandedCostFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowPosition
       move LcToStock to WSEffect
       move LcDate to WSRowDate
       move 3 to WSSlot
       perform 8000-TALLY-SOURCE-ROW.

4000-AP-SUBLEDGER. *>approved or paid vouchers dated to the close, less those
*>the check run had paid by then - held vouchers never reach the ledger and are
*>left out on both sides
       open input ApVoucherFile
       if ApVoucherOk
           move zero to WSRowPosition
           move WSApRowsDone to WSRowsDone
           move 'N' to EndOfFileFlag
           perform 4100-TALLY-ONE-VOUCHER until EndOfFileFlag = 'Y'
       end-if
       close ApVoucherFile
       open input CheckRegisterFile
       if CheckRegisterOk
           move zero to WSRowPosition
           move WSChkRowsDone to WSRowsDone
           move 'N' to EndOfFileFlag
           perform 4200-TALLY-ONE-CHECK until EndOfFileFlag = 'Y'
       end-if
       close CheckRegisterFile.

4100-TALLY-ONE-VOUCHER.
       read ApVoucherFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowPosition
       move zero to WSEffect
       if VhApproved or VhPaid
           move VhAmount to WSEffect
           if VhDate <= WSCloseDate
               if not (VhPaid and VhPaidDate <= WSCloseDate)
                   add VhAmount to AcSubledger(3)
               end-if
           end-if
       end-if
       move VhDate to WSRowDate
       move 4 to WSSlot
       perform 8000-TALLY-SOURCE-ROW.

4200-TALLY-ONE-CHECK. *>vendor checks clear the payable, their voids put it back
       read CheckRegisterFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowPosition
       move zero to WSEffect
       move CkIssueDate to WSRowDate
       if CkSourceVendor and CkIssued
           compute WSEffect = zero - CkAmount
       end-if
       if CkSourceVendor and CkVoided
           move CkAmount to WSEffect
           move CkStatusDate to WSRowDate
       end-if
       move 5 to WSSlot
       perform 8000-TALLY-SOURCE-ROW.

5000-EXPLAIN-ONE-ACCOUNT. *>ledger less subledger, taken apart - a row past the
*>cursor the ledger has not had yet, more on the ledger from a source than its
*>rows behind the cursor make (extracted twice), manual journals, and timing:
*>rows dated after the close already extracted, legs extracted after the close
       compute AcDifference(WSAccountIndex) =
           AcLedger(WSAccountIndex) - AcSubledger(WSAccountIndex)
       perform 5100-ADD-ONE-SOURCE
           varying WSSourceIndex from 1 by 1 until WSSourceIndex > 5
       compute AcUnexplained(WSAccountIndex) =
           AcDifference(WSAccountIndex)
         - AcNotExtracted(WSAccountIndex)
         - AcTwice(WSAccountIndex)
         - AcTiming(WSAccountIndex)
         - AcManual(WSAccountIndex)
         - AcKeyed(WSAccountIndex)
         - AcExchange(WSAccountIndex)
       if AcUnexplained(WSAccountIndex) not = zero
           add 1 to WSOutOfBalance
       end-if.

5100-ADD-ONE-SOURCE.
       if SrAccountIx(WSSourceIndex) = WSAccountIndex
           subtract SrNotExtracted(WSSourceIndex) from AcNotExtracted(WSAccountIndex)
           compute AcTwice(WSAccountIndex) = AcTwice(WSAccountIndex)
               + SrLedger(WSSourceIndex) - SrExpected(WSSourceIndex)
           compute AcTiming(WSAccountIndex) = AcTiming(WSAccountIndex)
               + SrExpectedAfter(WSSourceIndex) - SrLedgerAfter(WSSourceIndex)
       end-if.

6000-PRINT-THE-RECONCILIATION.
       set RwActionOpen to true
       move "GLRECON.rpt" to RwReportName
       move "Control account reconciliation" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to ReconHeadLine
       string "Period " delimited by size
           WSClosePeriod delimited by size
           "   as of close date " delimited by size
           WSCloseDate delimited by size
           "   run " delimited by size
           WSRunDate delimited by size
           into ReconHeadLine
       end-string
       set RwActionDetail to true
       move ReconHeadLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 6100-PRINT-ONE-ACCOUNT
           varying WSAccountIndex from 1 by 1 until WSAccountIndex > 3
       move "Extracted twice is every leg a source put on the ledger less what its rows behind GLCURSOR.DAT make -"
           to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "a negative figure is rows the cursor passed that never reached the ledger." to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSOutOfBalance to RwRecordCount
       move "accounts not reconciled" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

6100-PRINT-ONE-ACCOUNT.
       move spaces to ReconHeadLine
       string AcAccount(WSAccountIndex) delimited by size
           "  " delimited by size
           AcLabel(WSAccountIndex) delimited by size
           "  " delimited by size
           AcDescription(WSAccountIndex) delimited by size
           into ReconHeadLine
       end-string
       if AcOnChart(WSAccountIndex) not = 'Y'
           move "*** not on GLCOA.DAT ***" to ReconHeadLine(60:24)
       end-if
       set RwActionDetail to true
       move ReconHeadLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move spaces to PrnReconLabel
       string "  Subledger - " delimited by size
           AcSubLabel(WSAccountIndex) delimited by size
           into PrnReconLabel
       end-string
       move AcSubledger(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "  General ledger balance at the close" to PrnReconLabel
       move AcLedger(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "  Difference - ledger less subledger" to PrnReconLabel
       move AcDifference(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "    Posted but not extracted (past the cursor)" to PrnReconLabel
       move AcNotExtracted(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "    Extracted twice" to PrnReconLabel
       move AcTwice(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "    Manual journals" to PrnReconLabel
       move AcManual(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       if WSAccountIndex = 1
           move "    Keyed invoices (INVREG.DAT, not on ARTRANS.DAT)" to PrnReconLabel
           move AcKeyed(WSAccountIndex) to PrnReconAmount
           perform 6200-PRINT-AMOUNT-LINE
           move "    Exchange differences booked to receivables" to PrnReconLabel
           move AcExchange(WSAccountIndex) to PrnReconAmount
           perform 6200-PRINT-AMOUNT-LINE
       end-if
       move "    Timing - extracted either side of the close" to PrnReconLabel
       move AcTiming(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       move "    Unexplained" to PrnReconLabel
       move AcUnexplained(WSAccountIndex) to PrnReconAmount
       perform 6200-PRINT-AMOUNT-LINE
       if AcUnexplained(WSAccountIndex) = zero
           move "  RECONCILED - every difference has a source" to RwLine
       else
           move "  *** UNEXPLAINED DIFFERENCE - investigate before the close ***"
               to RwLine
       end-if
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

6200-PRINT-AMOUNT-LINE.
       move ReconAmountLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7000-WRITE-THE-RESULT. *>what ARCLOSE shows on its checklist
       open output GlReconFile
       perform 7100-WRITE-ONE-RESULT
           varying WSAccountIndex from 1 by 1 until WSAccountIndex > 3
       close GlReconFile.

7100-WRITE-ONE-RESULT.
       move WSClosePeriod to GrPeriod
       move WSCloseDate to GrCloseDate
       move AcAccount(WSAccountIndex) to GrAccount
       move AcLabel(WSAccountIndex) to GrLabel
       move AcSubledger(WSAccountIndex) to GrSubledger
       move AcLedger(WSAccountIndex) to GrLedger
       move AcDifference(WSAccountIndex) to GrDifference
       move AcUnexplained(WSAccountIndex) to GrUnexplained
       move WSRunDate to GrRunDate
       write GlReconData.

8000-TALLY-SOURCE-ROW. *>WSEffect is what the row makes on its control account;
*>behind the cursor it should be on the ledger, past it and dated to the close
*>it is posted but not extracted
       if WSRowPosition <= WSRowsDone
           add WSEffect to SrExpected(WSSlot)
           if WSRowDate > WSCloseDate
               add WSEffect to SrExpectedAfter(WSSlot)
           end-if
       else
           if WSRowDate <= WSCloseDate
               add WSEffect to SrNotExtracted(WSSlot)
           end-if
       end-if.
