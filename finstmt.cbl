       >>source format free
identification division.
program-id. finstmt.
environment division.
input-output section.
file-control.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
data division.
file section.
fd GlHistFile.
01 GlHistData.
       02 GhDate    pic 9(8).
       02 GhAccount pic x(4).
       02 GhDebit   pic 9(9)v99.
       02 GhCredit  pic 9(9)v99.
       02 GhSource  pic x(8).
fd CoaFile.
       copy coarec.

working-storage section.
01 GlHistFileStatus pic x(2) value "00".
       88 GlHistFileOk value "00".
       88 GlHistFileNotFound value "35".
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 HistEndOfFile pic x(1) value 'N'.
01 CoaEndOfFile pic x(1) value 'N'.
01 WSReportMonth pic 9(6). *>YYYYMM the statements are made up to
01 WSPeriodTable. *>the three month-ends the statements compare
       02 WSPeriodMonth pic 9(6) occurs 3 times. *>1 this month, 2 prior month,
                                                 *>3 same month last year
01 WSPriorYearYtd pic 9(6).
01 WSAcctCount pic 9(3) value zero.
01 WSAcctTable. *>every chart account, with its income-statement and
*>balance-sheet figures held debit-positive until print time
       02 WSAcctEntry occurs 200 times.
           03 TblAccount pic x(4).
           03 TblDesc    pic x(30).
           03 TblType    pic x(1).
           03 TblIsAmt   pic s9(11)v99 occurs 5 times. *>1 month, 2 prior
                         *>month, 3 month last year, 4 YTD, 5 YTD last year
           03 TblBsAmt   pic s9(11)v99 occurs 3 times. *>balance at each of
                         *>the three month-ends
01 WSAcctIndex pic 9(3) value zero.
01 WSSlot pic 9(3) value zero.
01 WSCol pic 9(1) value zero.
01 WSLegNet pic s9(11)v99.
01 WSEarningsTable. *>R and E legs on the balance sheet - this fiscal year's
*>net income, and earlier years' not yet closed to retained earnings
       02 WSCurrentEarnings pic s9(11)v99 occurs 3 times.
       02 WSPriorEarnings   pic s9(11)v99 occurs 3 times.
01 WSTotalsTable.
       02 WSSectionIs pic s9(11)v99 occurs 5 times.
       02 WSSectionBs pic s9(11)v99 occurs 3 times.
       02 WSRevenueIs pic s9(11)v99 occurs 5 times.
       02 WSExpenseIs pic s9(11)v99 occurs 5 times.
       02 WSAssetBs   pic s9(11)v99 occurs 3 times.
       02 WSClaimsBs  pic s9(11)v99 occurs 3 times.
01 WSWantedType pic x(1).
01 WSCreditNormal pic x(1) value 'N'.
01 WSPrintIt pic x(1) value 'N'.
01 WSOffChartCount pic 9(3) value zero.
01 WSOutOfBalance pic x(1) value 'N'.
01 RptIsHeading pic x(40) value "Income Statement".
01 RptBsHeading pic x(40) value "Balance Sheet".
01 RptIsColHeads pic x(132) value
       "Acct  Description                        This month      Prior month  Month last year     Year to date    YTD last year".
01 RptBsColHeads pic x(132) value
       "Acct  Description                         Month end  Prior month end   Last year end".
01 RptPeriodLine.
       02 filler pic x(36) value "      Period".
       02 PrnPeriodCol occurs 5 times.
           03 filler pic x(12).
           03 PrnPeriod pic x(6).
01 RptAmountLine.
       02 PrnAccount pic x(4).
       02 filler pic x(2).
       02 PrnDesc pic x(30).
       02 PrnAmountCol occurs 5 times.
           03 filler pic x(1).
           03 PrnAmount pic z,zzz,zzz,zz9.99-.
01 RptTextLine pic x(132).

       copy rptwreq.

procedure division.
0000-MAINLINE. *>the owners' statements straight off the journal history - an
*>income statement for the month and the year to date, and a balance sheet at
*>month end, each against the prior month and the same month last year, with
*>the chart's account classes deciding which statement an account lands on
       display "Statements for month (YYYYMM) : " with no advancing
       accept WSReportMonth
       if WSReportMonth(5:2) < "01" or WSReportMonth(5:2) > "12"
           display "Month must be YYYYMM"
           move 1 to return-code
           stop run
       end-if
       perform 0100-SET-THE-PERIODS
       perform 1000-LOAD-THE-CHART thru 1000-EXIT
       open input GlHistFile
       if GlHistFileNotFound
           display "GLJRNLHIST.DAT not found - no extracted journal history yet"
           close GlHistFile
           move 1 to return-code
           stop run
       end-if
       initialize WSEarningsTable, WSTotalsTable
       move 'N' to HistEndOfFile
       read GlHistFile
           at end move 'Y' to HistEndOfFile
       end-read
       perform 2000-TALLY-ONE-LEG until HistEndOfFile = 'Y'
       close GlHistFile
       set RwActionOpen to true
       move "FINSTMT.rpt" to RwReportName
       move "Financial Statements" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       perform 3000-PRINT-INCOME-STATEMENT
       perform 4000-PRINT-BALANCE-SHEET
       set RwActionClose to true
       move WSAcctCount to RwRecordCount
       move "chart accounts" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       if WSOutOfBalance = 'Y' or WSOffChartCount > zero
           display "Statements on FINSTMT.rpt - CHECK THE EXCEPTIONS at the foot"
           move 1 to return-code
       else
           display "Statements on FINSTMT.rpt for " WSReportMonth
       end-if
       stop run.

0100-SET-THE-PERIODS. *>the fiscal year runs January to December
       move WSReportMonth to WSPeriodMonth(1)
       if WSReportMonth(5:2) = "01"
           compute WSPeriodMonth(2) = WSReportMonth - 100 + 11
       else
           compute WSPeriodMonth(2) = WSReportMonth - 1
       end-if
       compute WSPeriodMonth(3) = WSReportMonth - 100
       move WSPeriodMonth(3) to WSPriorYearYtd.

1000-LOAD-THE-CHART. *>the chart in file order - COAMNT's order is the order
*>the accountant wants the lines in
       open input CoaFile
       if not CoaFileOk
           close CoaFile
           display "GLCOA.DAT not found - every account prints as not on the chart"
           go to 1000-EXIT
       end-if
       move 'N' to CoaEndOfFile
       perform 1100-LOAD-ONE-ACCOUNT until CoaEndOfFile = 'Y'
       close CoaFile.
1000-EXIT.
       exit.

1100-LOAD-ONE-ACCOUNT.
       read CoaFile next
           at end move 'Y' to CoaEndOfFile
           not at end
               if WSAcctCount < 200
                   add 1 to WSAcctCount
                   initialize WSAcctEntry(WSAcctCount)
                   move CoaAccount to TblAccount(WSAcctCount)
                   move CoaDescription to TblDesc(WSAcctCount)
                   move CoaType to TblType(WSAcctCount)
               end-if
       end-read.

2000-TALLY-ONE-LEG.
       compute WSLegNet = GhDebit - GhCredit
       perform 2100-FIND-THE-ACCOUNT
       if WSSlot > zero
           if TblType(WSSlot) = "R" or TblType(WSSlot) = "E"
               if GhSource not = "YECLOSE"
                   perform 2200-ADD-TO-INCOME
               end-if
               perform 2300-ADD-TO-EARNINGS
                   varying WSCol from 1 by 1 until WSCol > 3
           else
               perform 2400-ADD-TO-BALANCE
                   varying WSCol from 1 by 1 until WSCol > 3
           end-if
       end-if
       read GlHistFile
           at end move 'Y' to HistEndOfFile
       end-read.

2100-FIND-THE-ACCOUNT. *>an account the chart does not know is added under a
*>blank class so it is reported rather than silently dropped
       move zero to WSSlot
       perform 2150-TEST-ONE-ACCOUNT
           varying WSAcctIndex from 1 by 1
           until WSAcctIndex > WSAcctCount or WSSlot > zero
       if WSSlot = zero and WSAcctCount < 200
           add 1 to WSAcctCount
           move WSAcctCount to WSSlot
           initialize WSAcctEntry(WSSlot)
           move GhAccount to TblAccount(WSSlot)
           move "*** NOT ON THE CHART ***" to TblDesc(WSSlot)
           move space to TblType(WSSlot)
           add 1 to WSOffChartCount
       end-if.

2150-TEST-ONE-ACCOUNT.
       if TblAccount(WSAcctIndex) = GhAccount
           move WSAcctIndex to WSSlot
       end-if.

2200-ADD-TO-INCOME. *>GLCLOSE's closing entries stay off the income statement -
*>December still shows the year it had, the balance sheet shows it closed
       if GhDate(1:6) = WSPeriodMonth(1)
           add WSLegNet to TblIsAmt(WSSlot, 1)
       end-if
       if GhDate(1:6) = WSPeriodMonth(2)
           add WSLegNet to TblIsAmt(WSSlot, 2)
       end-if
       if GhDate(1:6) = WSPeriodMonth(3)
           add WSLegNet to TblIsAmt(WSSlot, 3)
       end-if
       if GhDate(1:4) = WSPeriodMonth(1)(1:4)
          and GhDate(1:6) <= WSPeriodMonth(1)
           add WSLegNet to TblIsAmt(WSSlot, 4)
       end-if
       if GhDate(1:4) = WSPriorYearYtd(1:4)
          and GhDate(1:6) <= WSPriorYearYtd
           add WSLegNet to TblIsAmt(WSSlot, 5)
       end-if.

2300-ADD-TO-EARNINGS. *>on the balance sheet an income account is equity -
*>this year's as current net income, earlier years' as unclosed earnings
       if GhDate(1:6) <= WSPeriodMonth(WSCol)
           if GhDate(1:4) = WSPeriodMonth(WSCol)(1:4)
               add WSLegNet to WSCurrentEarnings(WSCol)
           else
               add WSLegNet to WSPriorEarnings(WSCol)
           end-if
       end-if.

2400-ADD-TO-BALANCE.
       if GhDate(1:6) <= WSPeriodMonth(WSCol)
           add WSLegNet to TblBsAmt(WSSlot, WSCol)
       end-if.

3000-PRINT-INCOME-STATEMENT. *>revenue shows credit-positive, expenses
*>debit-positive, so net income reads the way the owners expect
       move RptIsHeading to RwLine
       perform 8000-PRINT-THE-LINE
       move RptIsColHeads to RwLine
       perform 8000-PRINT-THE-LINE
       move spaces to RptPeriodLine
       move WSPeriodMonth(1) to PrnPeriod(1)
       move WSPeriodMonth(2) to PrnPeriod(2)
       move WSPeriodMonth(3) to PrnPeriod(3)
       move WSPeriodMonth(1) to PrnPeriod(4)
       move WSPeriodMonth(3) to PrnPeriod(5)
       move RptPeriodLine to RwLine
       perform 8000-PRINT-THE-LINE
       move "Revenue" to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "R" to WSWantedType
       move 'Y' to WSCreditNormal
       perform 3100-PRINT-INCOME-SECTION
       perform 3300-SAVE-REVENUE varying WSCol from 1 by 1 until WSCol > 5
       move "Total revenue" to RptTextLine
       perform 3200-PRINT-SECTION-TOTAL
       move "Expenses" to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "E" to WSWantedType
       move 'N' to WSCreditNormal
       perform 3100-PRINT-INCOME-SECTION
       perform 3400-SAVE-EXPENSE varying WSCol from 1 by 1 until WSCol > 5
       move "Total expenses" to RptTextLine
       perform 3200-PRINT-SECTION-TOTAL
       move spaces to RptAmountLine
       move "NET INCOME" to PrnDesc
       perform 3500-FORMAT-NET-INCOME varying WSCol from 1 by 1 until WSCol > 5
       move RptAmountLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

3100-PRINT-INCOME-SECTION.
       move zero to WSSectionIs(1), WSSectionIs(2), WSSectionIs(3),
           WSSectionIs(4), WSSectionIs(5)
       perform 3110-PRINT-ONE-INCOME-LINE
           varying WSAcctIndex from 1 by 1 until WSAcctIndex > WSAcctCount.

3110-PRINT-ONE-INCOME-LINE.
       if TblType(WSAcctIndex) = WSWantedType
           move 'N' to WSPrintIt
           move spaces to RptAmountLine
           move TblAccount(WSAcctIndex) to PrnAccount
           move TblDesc(WSAcctIndex) to PrnDesc
           perform 3120-FORMAT-INCOME-AMOUNT
               varying WSCol from 1 by 1 until WSCol > 5
           if WSPrintIt = 'Y'
               move RptAmountLine to RwLine
               move 1 to RwAdvance
               call "RPTWRITE" using RptWriteRequest
           end-if
       end-if.

3120-FORMAT-INCOME-AMOUNT.
       if TblIsAmt(WSAcctIndex, WSCol) not = zero
           move 'Y' to WSPrintIt
       end-if
       if WSCreditNormal = 'Y'
           compute PrnAmount(WSCol) = zero - TblIsAmt(WSAcctIndex, WSCol)
           subtract TblIsAmt(WSAcctIndex, WSCol) from WSSectionIs(WSCol)
       else
           move TblIsAmt(WSAcctIndex, WSCol) to PrnAmount(WSCol)
           add TblIsAmt(WSAcctIndex, WSCol) to WSSectionIs(WSCol)
       end-if.

3200-PRINT-SECTION-TOTAL.
       move spaces to RptAmountLine
       move RptTextLine to PrnDesc
       perform 3210-FORMAT-SECTION-AMOUNT
           varying WSCol from 1 by 1 until WSCol > 5
       move RptAmountLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

3210-FORMAT-SECTION-AMOUNT.
       move WSSectionIs(WSCol) to PrnAmount(WSCol).

3300-SAVE-REVENUE.
       move WSSectionIs(WSCol) to WSRevenueIs(WSCol).

3400-SAVE-EXPENSE.
       move WSSectionIs(WSCol) to WSExpenseIs(WSCol).

3500-FORMAT-NET-INCOME.
       compute PrnAmount(WSCol) = WSRevenueIs(WSCol) - WSExpenseIs(WSCol).

4000-PRINT-BALANCE-SHEET. *>assets debit-positive, liabilities and equity
*>credit-positive - the two totals must agree in every column
       set RwActionNewPage to true
       call "RPTWRITE" using RptWriteRequest
       move RptBsHeading to RwLine
       perform 8000-PRINT-THE-LINE
       move RptBsColHeads to RwLine
       perform 8000-PRINT-THE-LINE
       move spaces to RptPeriodLine
       move WSPeriodMonth(1) to PrnPeriod(1)
       move WSPeriodMonth(2) to PrnPeriod(2)
       move WSPeriodMonth(3) to PrnPeriod(3)
       move RptPeriodLine to RwLine
       perform 8000-PRINT-THE-LINE
       move "Assets" to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "A" to WSWantedType
       move 'N' to WSCreditNormal
       perform 4100-PRINT-BALANCE-SECTION
       perform 4300-SAVE-ASSETS varying WSCol from 1 by 1 until WSCol > 3
       move "Total assets" to RptTextLine
       perform 4200-PRINT-BALANCE-TOTAL
       move "Liabilities" to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "L" to WSWantedType
       move 'Y' to WSCreditNormal
       perform 4100-PRINT-BALANCE-SECTION
       perform 4400-SAVE-CLAIMS varying WSCol from 1 by 1 until WSCol > 3
       move "Total liabilities" to RptTextLine
       perform 4200-PRINT-BALANCE-TOTAL
       move "Equity" to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "Q" to WSWantedType
       perform 4100-PRINT-BALANCE-SECTION
       perform 4500-PRINT-EARNINGS-LINES
       perform 4400-SAVE-CLAIMS varying WSCol from 1 by 1 until WSCol > 3
       move "Total equity" to RptTextLine
       perform 4200-PRINT-BALANCE-TOTAL
       move spaces to RptAmountLine
       move "TOTAL LIABILITIES AND EQUITY" to PrnDesc
       perform 4600-FORMAT-CLAIMS varying WSCol from 1 by 1 until WSCol > 3
       move RptAmountLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 4700-PRINT-EXCEPTIONS.

4100-PRINT-BALANCE-SECTION.
       move zero to WSSectionBs(1), WSSectionBs(2), WSSectionBs(3)
       perform 4110-PRINT-ONE-BALANCE-LINE
           varying WSAcctIndex from 1 by 1 until WSAcctIndex > WSAcctCount.

4110-PRINT-ONE-BALANCE-LINE.
       if TblType(WSAcctIndex) = WSWantedType
           move 'N' to WSPrintIt
           move spaces to RptAmountLine
           move TblAccount(WSAcctIndex) to PrnAccount
           move TblDesc(WSAcctIndex) to PrnDesc
           perform 4120-FORMAT-BALANCE-AMOUNT
               varying WSCol from 1 by 1 until WSCol > 3
           if WSPrintIt = 'Y'
               move RptAmountLine to RwLine
               move 1 to RwAdvance
               call "RPTWRITE" using RptWriteRequest
           end-if
       end-if.

4120-FORMAT-BALANCE-AMOUNT.
       if TblBsAmt(WSAcctIndex, WSCol) not = zero
           move 'Y' to WSPrintIt
       end-if
       if WSCreditNormal = 'Y'
           compute PrnAmount(WSCol) = zero - TblBsAmt(WSAcctIndex, WSCol)
           subtract TblBsAmt(WSAcctIndex, WSCol) from WSSectionBs(WSCol)
       else
           move TblBsAmt(WSAcctIndex, WSCol) to PrnAmount(WSCol)
           add TblBsAmt(WSAcctIndex, WSCol) to WSSectionBs(WSCol)
       end-if.

4200-PRINT-BALANCE-TOTAL.
       move spaces to RptAmountLine
       move RptTextLine to PrnDesc
       perform 4210-FORMAT-BALANCE-TOTAL
           varying WSCol from 1 by 1 until WSCol > 3
       move RptAmountLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

4210-FORMAT-BALANCE-TOTAL.
       move WSSectionBs(WSCol) to PrnAmount(WSCol).

4300-SAVE-ASSETS.
       move WSSectionBs(WSCol) to WSAssetBs(WSCol).

4400-SAVE-CLAIMS.
       add WSSectionBs(WSCol) to WSClaimsBs(WSCol).

4500-PRINT-EARNINGS-LINES. *>income accounts not yet closed out - shown in equity
*>so the sheet balances before and after a year-end close alike
       move spaces to RptAmountLine
       move "Earnings of prior years" to PrnDesc
       perform 4510-FORMAT-PRIOR-EARNINGS
           varying WSCol from 1 by 1 until WSCol > 3
       move RptAmountLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move spaces to RptAmountLine
       move "Net income, current year" to PrnDesc
       perform 4520-FORMAT-CURRENT-EARNINGS
           varying WSCol from 1 by 1 until WSCol > 3
       move RptAmountLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

4510-FORMAT-PRIOR-EARNINGS.
       compute PrnAmount(WSCol) = zero - WSPriorEarnings(WSCol)
       subtract WSPriorEarnings(WSCol) from WSSectionBs(WSCol).

4520-FORMAT-CURRENT-EARNINGS.
       compute PrnAmount(WSCol) = zero - WSCurrentEarnings(WSCol)
       subtract WSCurrentEarnings(WSCol) from WSSectionBs(WSCol).

4600-FORMAT-CLAIMS.
       move WSClaimsBs(WSCol) to PrnAmount(WSCol)
       if WSClaimsBs(WSCol) not = WSAssetBs(WSCol)
           move 'Y' to WSOutOfBalance
       end-if.

4700-PRINT-EXCEPTIONS. *>an account off the chart carries money neither
*>statement shows - list it so the chart gets fixed, not the figures
       if WSOffChartCount > zero
           move "Accounts posted but not on the chart (debit-positive)"
               to RwLine
           move 3 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
           move " " to WSWantedType
           move 'N' to WSCreditNormal
           perform 4100-PRINT-BALANCE-SECTION
       end-if
       if WSOutOfBalance = 'Y'
           move "*** BALANCE SHEET DOES NOT BALANCE - assets differ from liabilities and equity ***"
               to RwLine
           move 2 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       end-if.

8000-PRINT-THE-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
