       >>source format free
identification division.
program-id. vendscore.
environment division.
input-output section.
file-control.
       copy vendfc.
       select ReceiptHistFile assign to "RECEIPTS.DAT"
           organization is line sequential
           file status is ReceiptHistStatus.
       select VendCreditFile assign to "VENDCRED.DAT"
           organization is line sequential
           file status is VendCreditStatus.
       select ScorecardReport assign to "VENDSCORE.rpt"
           organization is line sequential.
data division.
file section.
fd VendorFile.
       copy vendrec.
fd ReceiptHistFile.
       copy rcptrec.
fd VendCreditFile.
01 VendCreditData. *>RTV's layout - one row per credit owed for returned stock
       02 VcDate    pic 9(8).
       02 VcVendor  pic 9(4).
       02 VcProduct pic x(5).
       02 VcSize    pic x(1).
       02 VcQty     pic 9(5).
       02 VcAmount  pic 9(7)v99.
       02 VcStatus  pic x(1).
           88 VcOpen     value "O".
           88 VcReceived value "R".
fd ScorecardReport.
01 PrintLine pic x(90).

working-storage section.
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
       88 VendorMasterNotFound value "35".
01 ReceiptHistStatus pic x(2) value "00".
       88 ReceiptHistOk value "00".
       88 ReceiptHistNotFound value "35".
01 VendCreditStatus pic x(2) value "00".
       88 VendCreditOk value "00".
01 ReceiptEndOfFile pic x(1) value 'N'.
01 CreditEndOfFile pic x(1) value 'N'.
01 VendorEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSScoreMonth pic 9(6). *>YYYYMM being graded
01 WSScoreMonthParts redefines WSScoreMonth.
       02 WSScoreYear pic 9(4).
       02 WSScoreMm   pic 9(2).
01 WSScoreMonthNo pic 9(6). *>months since year zero - makes the quarter
*>before the month a plain subtraction across a year end
01 WSRowMonthNo pic 9(6).
01 WSRowMonth pic 9(6).
01 WSRowMonthParts redefines WSRowMonth.
       02 WSRowYear pic 9(4).
       02 WSRowMm   pic 9(2).
01 WSPeriod pic 9(1) value zero. *>1 the month, 2 the quarter before it
01 WSLeadDays pic 9(3) value zero.
01 WSDaysTaken pic s9(7).
01 WSDaysLate pic s9(7).
01 WSVendorCount pic 9(3) value zero.
01 WSVendorTable. *>the month and the prior quarter, counted side by side
       02 WSVendorEntry occurs 500 times.
           03 TblVendor      pic 9(4).
           03 TblPeriod occurs 2 times.
               04 TblReceipts     pic 9(5).
               04 TblOnTime       pic 9(5).
               04 TblLateCount    pic 9(5).
               04 TblLateDays     pic 9(7).
               04 TblFirstLines   pic 9(5).
               04 TblFirstOrdered pic 9(7).
               04 TblFirstFilled  pic 9(7).
               04 TblOverShort    pic 9(5).
               04 TblUnitsIn      pic 9(7).
               04 TblUnitsBack    pic 9(7).
           03 TblOpenCredits pic 9(5).
           03 TblOpenDays    pic 9(7).
01 WSVendorIndex pic 9(3) value zero.
01 WSSlot pic 9(3) value zero.
01 WSTableFull pic x(1) value 'N'.
01 WSLookupVendor pic 9(4).
01 WSMetric pic s9(5)v9 occurs 2 times.
01 WSHasData pic x(1) occurs 2 times.
01 WSHigherIsBetter pic x(1).
01 WSScoredCount pic 9(4) value zero.
01 RptHeading pic x(60) value "Vendor Performance Scorecard".
01 RptSubHeading pic x(90).
01 RptVendorLine.
       02 filler pic x(7) value "Vendor ".
       02 PrnVendor pic 9(4).
       02 filler pic x(2) value space.
       02 PrnVendorName pic x(30).
       02 filler pic x(13) value "  lead time ".
       02 PrnLeadDays pic zz9.
       02 filler pic x(5) value " days".
01 RptColHeads pic x(90) value
       "                                      This month   Prior quarter   Trend".
01 RptMetricLine.
       02 filler pic x(4) value space.
       02 PrnLabel pic x(32).
       02 PrnMonth pic x(12).
       02 filler pic x(4) value space.
       02 PrnQuarter pic x(12).
       02 filler pic x(4) value space.
       02 PrnTrend pic x(6).
01 WSMetricEdit pic zz,zz9.9.
01 WSCountEdit pic zz,zz9.

procedure division.
0000-MAINLINE. *>the buyer's facts before a price talk - per vendor, the month
*>against the quarter before it: on-time delivery off the PO date plus the
*>vendor's promised lead time, days late, first-delivery fill rate, over and
*>short deliveries, defective returns off RTV, and the credits still owed
       display "Scorecard month (YYYYMM) : " with no advancing
       accept WSScoreMonth
       if WSScoreMm < 1 or WSScoreMm > 12
           display "Month must be YYYYMM"
           move 1 to return-code
           stop run
       end-if
       compute WSScoreMonthNo = WSScoreYear * 12 + WSScoreMm - 1
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input VendorFile
       if VendorMasterNotFound
           display "VENDOR.DAT not found - no vendors to grade"
           close VendorFile
           move 1 to return-code
           stop run
       end-if
       perform 1000-TALLY-RECEIPTS thru 1000-EXIT
       perform 2000-TALLY-RETURNS thru 2000-EXIT
       open output ScorecardReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Month " delimited by size
           WSScoreMonth delimited by size
           " against the three months before it" delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       move low-values to VnNumber
       start VendorFile key is greater than VnNumber
           invalid key move 'Y' to VendorEndOfFile
       end-start
       perform 3000-SCORE-ONE-VENDOR until VendorEndOfFile = 'Y'
       if WSTableFull = 'Y'
           move "*** more vendors had activity than one run can grade ***"
               to RptSubHeading
           write PrintLine from RptSubHeading after advancing 2 lines
       end-if
       close VendorFile, ScorecardReport
       display "Scorecard on VENDSCORE.rpt - " WSScoredCount " vendor(s) graded"
       stop run.

1000-TALLY-RECEIPTS. *>RECEIVE's dated deliveries, each against the promise
       open input ReceiptHistFile
       if ReceiptHistNotFound
           close ReceiptHistFile
           go to 1000-EXIT
       end-if
       move 'N' to ReceiptEndOfFile
       perform 1100-TALLY-ONE-RECEIPT until ReceiptEndOfFile = 'Y'
       close ReceiptHistFile.
1000-EXIT.
       exit.

1100-TALLY-ONE-RECEIPT.
       read ReceiptHistFile next
           at end move 'Y' to ReceiptEndOfFile
           not at end
               move RcReceiptDate(1:6) to WSRowMonth
               perform 8000-PICK-THE-PERIOD
               if WSPeriod > zero
                   move RcVendor to WSLookupVendor
                   perform 8100-FIND-VENDOR-ENTRY
                   if WSSlot > zero
                       perform 1200-SCORE-THE-DELIVERY
                   end-if
               end-if
       end-read.

1200-SCORE-THE-DELIVERY.
       add 1 to TblReceipts(WSSlot, WSPeriod)
       add RcQtyReceived to TblUnitsIn(WSSlot, WSPeriod)
       move zero to WSLeadDays
       move RcVendor to VnNumber
       read VendorFile
           key is VnNumber
           invalid key continue
           not invalid key move VnLeadDays to WSLeadDays
       end-read
       call "DATEDIFF" using RcPoDate, RcReceiptDate, WSDaysTaken
       compute WSDaysLate = WSDaysTaken - WSLeadDays
       if WSDaysLate > zero
           add 1 to TblLateCount(WSSlot, WSPeriod)
           add WSDaysLate to TblLateDays(WSSlot, WSPeriod)
       else
           add 1 to TblOnTime(WSSlot, WSPeriod)
       end-if
       if RcQtyToDate = RcQtyReceived
           add 1 to TblFirstLines(WSSlot, WSPeriod)
           add RcQtyOrdered to TblFirstOrdered(WSSlot, WSPeriod)
           if RcQtyReceived > RcQtyOrdered
               add RcQtyOrdered to TblFirstFilled(WSSlot, WSPeriod)
           else
               add RcQtyReceived to TblFirstFilled(WSSlot, WSPeriod)
           end-if
           if RcQtyReceived not = RcQtyOrdered
               add 1 to TblOverShort(WSSlot, WSPeriod)
           end-if
       end-if.

2000-TALLY-RETURNS. *>RTV's returned stock by the date it went back, and the
*>credits still owed aged to today
       open input VendCreditFile
       if not VendCreditOk
           close VendCreditFile
           go to 2000-EXIT
       end-if
       move 'N' to CreditEndOfFile
       perform 2100-TALLY-ONE-RETURN until CreditEndOfFile = 'Y'
       close VendCreditFile.
2000-EXIT.
       exit.

2100-TALLY-ONE-RETURN.
       read VendCreditFile next
           at end move 'Y' to CreditEndOfFile
           not at end
               move VcDate(1:6) to WSRowMonth
               perform 8000-PICK-THE-PERIOD
               if WSPeriod > zero or VcOpen
                   move VcVendor to WSLookupVendor
                   perform 8100-FIND-VENDOR-ENTRY
               else
                   move zero to WSSlot
               end-if
               if WSSlot > zero
                   if WSPeriod > zero
                       add VcQty to TblUnitsBack(WSSlot, WSPeriod)
                   end-if
                   if VcOpen
                       call "DATEDIFF" using VcDate, WSRunDate, WSDaysTaken
                       add 1 to TblOpenCredits(WSSlot)
                       if WSDaysTaken > zero
                           add WSDaysTaken to TblOpenDays(WSSlot)
                       end-if
                   end-if
               end-if
       end-read.

3000-SCORE-ONE-VENDOR.
       read VendorFile next
           at end move 'Y' to VendorEndOfFile
           not at end
               move VnNumber to WSLookupVendor
               move zero to WSSlot
               perform 8150-TEST-ONE-VENDOR
                   varying WSVendorIndex from 1 by 1
                   until WSVendorIndex > WSVendorCount or WSSlot > zero
               if WSSlot > zero
                   perform 3100-PRINT-THE-CARD
               end-if
       end-read.

3100-PRINT-THE-CARD.
       add 1 to WSScoredCount
       move VnNumber to PrnVendor
       move VnName to PrnVendorName
       move VnLeadDays to PrnLeadDays
       write PrintLine from RptVendorLine after advancing 3 lines
       write PrintLine from RptColHeads after advancing 1 line
       move spaces to RptMetricLine
       move "Deliveries received" to PrnLabel
       move TblReceipts(WSSlot, 1) to WSCountEdit
       move WSCountEdit to PrnMonth
       move TblReceipts(WSSlot, 2) to WSCountEdit
       move WSCountEdit to PrnQuarter
       write PrintLine from RptMetricLine after advancing 1 line
       perform 3200-ON-TIME-PERCENT
           varying WSPeriod from 1 by 1 until WSPeriod > 2
       move "On-time delivery %" to PrnLabel
       move 'Y' to WSHigherIsBetter
       perform 3900-PRINT-METRIC
       perform 3300-AVERAGE-DAYS-LATE
           varying WSPeriod from 1 by 1 until WSPeriod > 2
       move "Average days late (late only)" to PrnLabel
       move 'N' to WSHigherIsBetter
       perform 3900-PRINT-METRIC
       perform 3400-FILL-RATE
           varying WSPeriod from 1 by 1 until WSPeriod > 2
       move "Fill rate % (first delivery)" to PrnLabel
       move 'Y' to WSHigherIsBetter
       perform 3900-PRINT-METRIC
       perform 3500-OVER-SHORT-RATE
           varying WSPeriod from 1 by 1 until WSPeriod > 2
       move "Over/short delivery %" to PrnLabel
       move 'N' to WSHigherIsBetter
       perform 3900-PRINT-METRIC
       perform 3600-DEFECT-RATE
           varying WSPeriod from 1 by 1 until WSPeriod > 2
       move "Defect-return % of units" to PrnLabel
       move 'N' to WSHigherIsBetter
       perform 3900-PRINT-METRIC
       move spaces to RptMetricLine
       move "Credits owed now / avg days" to PrnLabel
       move TblOpenCredits(WSSlot) to WSCountEdit
       move WSCountEdit to PrnMonth
       if TblOpenCredits(WSSlot) > zero
           compute WSMetric(1) rounded =
               TblOpenDays(WSSlot) / TblOpenCredits(WSSlot)
           move WSMetric(1) to WSMetricEdit
           move WSMetricEdit to PrnQuarter
       end-if
       write PrintLine from RptMetricLine after advancing 1 line.

3200-ON-TIME-PERCENT.
       move zero to WSMetric(WSPeriod)
       move 'N' to WSHasData(WSPeriod)
       if TblReceipts(WSSlot, WSPeriod) > zero
           compute WSMetric(WSPeriod) rounded = TblOnTime(WSSlot, WSPeriod)
               * 100 / TblReceipts(WSSlot, WSPeriod)
           move 'Y' to WSHasData(WSPeriod)
       end-if.

3300-AVERAGE-DAYS-LATE.
       move zero to WSMetric(WSPeriod)
       move 'N' to WSHasData(WSPeriod)
       if TblReceipts(WSSlot, WSPeriod) > zero
           move 'Y' to WSHasData(WSPeriod)
           if TblLateCount(WSSlot, WSPeriod) > zero
               compute WSMetric(WSPeriod) rounded =
                   TblLateDays(WSSlot, WSPeriod) / TblLateCount(WSSlot, WSPeriod)
           end-if
       end-if.

3400-FILL-RATE.
       move zero to WSMetric(WSPeriod)
       move 'N' to WSHasData(WSPeriod)
       if TblFirstOrdered(WSSlot, WSPeriod) > zero
           compute WSMetric(WSPeriod) rounded =
               TblFirstFilled(WSSlot, WSPeriod) * 100
               / TblFirstOrdered(WSSlot, WSPeriod)
           move 'Y' to WSHasData(WSPeriod)
       end-if.

3500-OVER-SHORT-RATE.
       move zero to WSMetric(WSPeriod)
       move 'N' to WSHasData(WSPeriod)
       if TblFirstLines(WSSlot, WSPeriod) > zero
           compute WSMetric(WSPeriod) rounded =
               TblOverShort(WSSlot, WSPeriod) * 100
               / TblFirstLines(WSSlot, WSPeriod)
           move 'Y' to WSHasData(WSPeriod)
       end-if.

3600-DEFECT-RATE.
       move zero to WSMetric(WSPeriod)
       move 'N' to WSHasData(WSPeriod)
       if TblUnitsIn(WSSlot, WSPeriod) > zero
           compute WSMetric(WSPeriod) rounded =
               TblUnitsBack(WSSlot, WSPeriod) * 100
               / TblUnitsIn(WSSlot, WSPeriod)
           move 'Y' to WSHasData(WSPeriod)
       end-if.

3900-PRINT-METRIC. *>the trend reads the month against the quarter - only
*>when both had deliveries to measure
       move spaces to PrnMonth, PrnQuarter, PrnTrend
       if WSHasData(1) = 'Y'
           move WSMetric(1) to WSMetricEdit
           move WSMetricEdit to PrnMonth
       else
           move "     -" to PrnMonth
       end-if
       if WSHasData(2) = 'Y'
           move WSMetric(2) to WSMetricEdit
           move WSMetricEdit to PrnQuarter
       else
           move "     -" to PrnQuarter
       end-if
       if WSHasData(1) = 'Y' and WSHasData(2) = 'Y'
           evaluate true
               when WSMetric(1) = WSMetric(2)
                   move "SAME" to PrnTrend
               when (WSMetric(1) > WSMetric(2) and WSHigherIsBetter = 'Y')
                 or (WSMetric(1) < WSMetric(2) and WSHigherIsBetter = 'N')
                   move "BETTER" to PrnTrend
               when other
                   move "WORSE" to PrnTrend
           end-evaluate
       end-if
       write PrintLine from RptMetricLine after advancing 1 line.

8000-PICK-THE-PERIOD. *>1 = the scorecard month, 2 = one of the three before it
       move zero to WSPeriod
       if WSRowMonth is numeric and WSRowMm >= 1 and WSRowMm <= 12
           compute WSRowMonthNo = WSRowYear * 12 + WSRowMm - 1
           if WSRowMonthNo = WSScoreMonthNo
               move 1 to WSPeriod
           end-if
           if WSRowMonthNo < WSScoreMonthNo
              and WSRowMonthNo + 3 >= WSScoreMonthNo
               move 2 to WSPeriod
           end-if
       end-if.

8100-FIND-VENDOR-ENTRY.
       move zero to WSSlot
       perform 8150-TEST-ONE-VENDOR
           varying WSVendorIndex from 1 by 1
           until WSVendorIndex > WSVendorCount or WSSlot > zero
       if WSSlot = zero
           if WSVendorCount < 500
               add 1 to WSVendorCount
               move WSVendorCount to WSSlot
               initialize WSVendorEntry(WSSlot)
               move WSLookupVendor to TblVendor(WSSlot)
           else
               move 'Y' to WSTableFull
           end-if
       end-if.

8150-TEST-ONE-VENDOR.
       if TblVendor(WSVendorIndex) = WSLookupVendor
           move WSVendorIndex to WSSlot
       end-if.
