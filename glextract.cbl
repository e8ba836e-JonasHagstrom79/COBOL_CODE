       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CostLogFile assign to "COSTLOG.DAT"
           organization is line sequential
           file status is CostLogFileStatus.
       select GlJournalFile assign to "GLJOURNAL.DAT"
           organization is line sequential.
       select GlCursorFile assign to "GLCURSOR.DAT"
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
       select LandedCostFile assign to "LANDCOST.DAT"
           organization is line sequential
           file status is LandedCostStatus.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       copy invreg.
fd ArTranFile.
       copy artran.
fd CostLogFile.
       copy clogrec.
fd GlJournalFile.
01 GlJournalData. *>one balanced leg per row - account, debit or credit, source
       02 GjDate    pic 9(8).
       02 GjCredit  pic 9(9)v99.
       02 GjSource  pic x(8).
fd GlCursorFile.
       copy glcurs.
fd ApVoucherFile.
       copy apvrec.
fd CheckRegisterFile.
       copy chkreg.
fd CoaFile.
       copy coarec.
fd LandedCostFile.
01 LandedCostData. *>LANDCOST's allocation rows - only the amounts the extract
*>books are decoded, the rest of the row is passed over
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
fd AccrualFile.
       copy accjrnl.
fd GlHistFile.
01 GlHistData. *>every leg ever extracted, appended behind the nightly file
*>GLJOURNAL.DAT so GLTRIAL can balance whole months after the nightly file
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
       88 ArTranFileNotFound value "35".
01 CostLogFileStatus pic x(2) value "00".
       88 CostLogFileOk value "00".
       88 CostLogFileNotFound value "35".
01 GlCursorFileStatus pic x(2) value "00".
       88 GlCursorFileOk value "00".
01 WSInvRowsDone pic 9(7) value zero.
01 WSArRowsDone pic 9(7) value zero.
01 WSInvRowsSeen pic 9(7) value zero.
01 WSArRowsSeen pic 9(7) value zero.
01 WSAudRowsDone pic 9(7) value zero. *>carried forward untouched - stock is
*>now valued off COSTLOG.DAT, not the product audit trail
01 WSClRowsDone pic 9(7) value zero.
01 WSClRowsSeen pic 9(7) value zero.
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
       88 ApVoucherNotFound value "35".
01 ApEndOfFile pic x(1) value 'N'.
01 WSApRowsDone pic 9(7) value zero.
01 WSApRowsSeen pic 9(7) value zero.
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
       88 CheckRegisterNotFound value "35".
01 CheckEndOfFile pic x(1) value 'N'.
01 WSChkRowsDone pic 9(7) value zero.
01 WSChkRowsSeen pic 9(7) value zero.
01 LandedCostStatus pic x(2) value "00".
       88 LandedCostOk value "00".
       88 LandedCostNotFound value "35".
01 LandedEndOfFile pic x(1) value 'N'.
01 WSLcRowsDone pic 9(7) value zero.
01 WSLcRowsSeen pic 9(7) value zero.
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
       88 AccrualFileNotFound value "35".
01 AccrualEndOfFile pic x(1) value 'N'.
01 WSAjRowsDone pic 9(7) value zero.
01 WSAjRowsSeen pic 9(7) value zero.
01 WSLegDate pic 9(8) value zero. *>an accrual leg's own date - zero posts
*>under the business date like everything else
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 GlHistFileStatus pic x(2) value "00".
01 WSUnknownAcctCount pic 9(5) value zero.
01 RegisterEndOfFile pic x(1) value 'N'.
01 ArEndOfFile pic x(1) value 'N'.
01 CostLogEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSYearClosed pic x(1) value 'N'.
01 WSClosedLegCount pic 9(5) value zero.
01 WSEntryCount pic 9(5) value zero.
01 WSDebitTotal pic 9(11)v99 value zero.
01 WSCreditTotal pic 9(11)v99 value zero.
01 WSForeignAbs pic 9(8)v99.
01 WSHomeAtInvRate pic 9(9)v99.
01 WSFxDiff pic 9(9)v99.
01 WSValueChange pic 9(10)v99.
01 ExtHeading pic x(60) value "General Ledger Journal Extract".
01 ExtCountLine pic x(80).
01 ExtTotalLine.
procedure division.
0000-MAINLINE. *>the day's activity turned into balanced journal legs the ledger
*>package can import - sales and VAT off the invoice register, receivable moves
*>off ARTRANS.DAT, inventory value changes at FIFO cost off COSTLOG.DAT. Debits
*>must equal credits to the penny or the run flags it and fails the step
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       call "CHKGLCLS" using WSRunDate, WSYearClosed
       if WSYearClosed = 'Y'
           display "Business date " WSRunDate " falls in a closed fiscal year -"
               " nothing extracted, the rows wait for an open date"
           move 1 to return-code
           stop run
       end-if
       perform 0200-GET-EXTRACT-CURSOR
       perform 0300-LOAD-THE-CHART
       open output GlJournalFile
       perform 2000-EXTRACT-AR-MOVEMENTS thru 2000-EXIT
       perform 3000-EXTRACT-INVENTORY thru 3000-EXIT
       perform 4000-EXTRACT-AP-VOUCHERS thru 4000-EXIT
       perform 5000-EXTRACT-CHECKS-ISSUED thru 5000-EXIT
       perform 6000-EXTRACT-LANDED-COST thru 6000-EXIT
       perform 6500-EXTRACT-ACCRUALS thru 6500-EXIT
       close GlJournalFile
       close GlHistFile
       open output ExtractRegister
           display "Warning - " WSUnknownAcctCount
               " journal legs hit accounts missing from the chart"
       end-if
       if WSClosedLegCount > zero
           move spaces to ExtCountLine
           string "*** " delimited by size
               WSClosedLegCount delimited by size
               " accrual leg(s) in a closed year NOT posted ***"
               delimited by size
               into ExtCountLine
           end-string
           write PrintLine from ExtCountLine after advancing 1 line
           display "Warning - " WSClosedLegCount
               " accrual legs fell in a closed fiscal year and were skipped"
       end-if
       if WSDebitTotal = WSCreditTotal
           move "Debits equal credits - journal is in balance" to ExtCountLine
           write PrintLine from ExtCountLine after advancing 2 lines
                   move GcArRowsDone to WSArRowsDone
                   move GcAudRowsDone to WSAudRowsDone
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
                   if GcAjRowsDone is numeric
                       move GcAjRowsDone to WSAjRowsDone
                   end-if
           end-read
       end-if
       close GlCursorFile.
       open output GlCursorFile
       move WSInvRowsSeen to GcInvRowsDone
       move WSArRowsSeen to GcArRowsDone
       move WSAudRowsDone to GcAudRowsDone
       move WSApRowsSeen to GcApRowsDone
       move WSChkRowsSeen to GcChkRowsDone
       move WSLcRowsSeen to GcLcRowsDone
       move WSClRowsSeen to GcClRowsDone
       move WSAjRowsSeen to GcAjRowsDone
       write GlCursorData
       close GlCursorFile.

               when AtTranRefund
                   perform 7100-POST-PAIR-DR-1200
                   move "1000" to GjAccount *>refund check - cash goes back out
               when AtTranCheckVoid
                   perform 7200-POST-PAIR-CR-1200
                   move "1000" to GjAccount *>voided refund check - cash back in
               when AtTranRebate
                   perform 7200-POST-PAIR-CR-1200
                   move "2300" to GjAccount *>rebate settled - REBRUN accrued it there
               when AtTranDiscount
                   perform 7200-POST-PAIR-CR-1200
                   move "4850" to GjAccount *>sales discounts, a contra to revenue
               when AtTranAward
                   perform 7200-POST-PAIR-CR-1200
                   move "4860" to GjAccount *>student fee awards, the aid program
               when AtTranDeposit and AtInvoiceAmt < zero
                   perform 7200-POST-PAIR-CR-1200
                   move "1000" to GjAccount *>deposit taken - cash in
               end-if
       end-read.

3000-EXTRACT-INVENTORY. *>the value of stock movements as COSTPOST costed them
*>off the FIFO layers - receipts in at what they cost, order deductions out at
*>the cost of the oldest stock, count adjustments either way - picked up by
*>cursor position like the other sources. Landed-cost rows on the log are
*>left alone: 6000 books those off LANDCOST.DAT
       open input CostLogFile
       if CostLogFileNotFound
           close CostLogFile
           go to 3000-EXIT
       end-if
       move 'N' to CostLogEndOfFile
       read CostLogFile
           at end move 'Y' to CostLogEndOfFile
       end-read
       perform 3100-POST-ONE-MOVEMENT until CostLogEndOfFile = 'Y'
       close CostLogFile.
3000-EXIT.
       exit.

3100-POST-ONE-MOVEMENT.
       add 1 to WSClRowsSeen
       if WSClRowsSeen > WSClRowsDone
          and (ClStockIn or ClStockOut)
          and ClValue > zero
          and (ClAction = "R" or "O" or "J" or "T" or "V" or "K")
           move ClValue to WSValueChange
           evaluate ClAction
               when "R" perform 3710-POST-STOCK-IN
                   move "2000" to GjAccount
               when "T" perform 3710-POST-STOCK-IN
                   move "5000" to GjAccount
               when "K" perform 3710-POST-STOCK-IN
                   move "5000" to GjAccount *>the order's cost of sale
                                             *>comes back off
               when "O" perform 3720-POST-STOCK-OUT
                   move "5000" to GjAccount
               when "V" perform 3720-POST-STOCK-OUT
                   move "1400" to GjAccount *>expected vendor credit -
                                             *>a receivable from the
                                             *>supplier, not an expense
               when "J"
                   if ClStockIn
                       perform 3710-POST-STOCK-IN
                   else
                       perform 3720-POST-STOCK-OUT
                   end-if
                   move "5100" to GjAccount
           end-evaluate
           perform 7300-WRITE-OFFSET-LEG
       end-if
       read CostLogFile
           at end move 'Y' to CostLogEndOfFile
       end-read.

4000-EXTRACT-AP-VOUCHERS. *>each approved voucher the cursor has not seen yet
4000-EXIT.
       exit.

4100-POST-ONE-VOUCHER. *>a voucher the check run paid before tonight's extract
*>reached it was still approved first - it books the payable all the same
       add 1 to WSApRowsSeen
       if WSApRowsSeen > WSApRowsDone and (VhApproved or VhPaid)
           move "2000" to GjAccount
           move VhAmount to GjDebit
           move zero to GjCredit
           at end move 'Y' to ApEndOfFile
       end-read.

5000-EXTRACT-CHECKS-ISSUED. *>each vendor check APCHECK drew clears the trade
*>payable the voucher raised and takes the money out of cash, and its void row
*>puts both back - refund checks and their voids already reach the ledger as
*>RF and CV rows on ARTRANS.DAT and are not booked twice
       open input CheckRegisterFile
       if CheckRegisterNotFound
           close CheckRegisterFile
           go to 5000-EXIT
       end-if
       move 'N' to CheckEndOfFile
       read CheckRegisterFile
           at end move 'Y' to CheckEndOfFile
       end-read
       perform 5100-POST-ONE-CHECK until CheckEndOfFile = 'Y'
       close CheckRegisterFile.
5000-EXIT.
       exit.

5100-POST-ONE-CHECK.
       add 1 to WSChkRowsSeen
       if WSChkRowsSeen > WSChkRowsDone and CkSourceVendor and CkVoided
           move "1000" to GjAccount
           move CkAmount to GjDebit
           move zero to GjCredit
           move "CHKVOID" to GjSource
           perform 7000-WRITE-JOURNAL-LEG
           move "2010" to GjAccount
           move zero to GjDebit
           move CkAmount to GjCredit
           perform 7000-WRITE-JOURNAL-LEG
       end-if
       if WSChkRowsSeen > WSChkRowsDone and CkSourceVendor and CkIssued
           move "2010" to GjAccount
           move CkAmount to GjDebit
           move zero to GjCredit
           move "APCHECK" to GjSource
           perform 7000-WRITE-JOURNAL-LEG
           move "1000" to GjAccount
           move zero to GjDebit
           move CkAmount to GjCredit
           perform 7000-WRITE-JOURNAL-LEG
       end-if
       read CheckRegisterFile
           at end move 'Y' to CheckEndOfFile
       end-read.

6000-EXTRACT-LANDED-COST. *>freight, duty and brokerage bills land in freight-in
*>when they are vouchered - the part LANDCOST averaged into stock still on hand
*>moves across to inventory, the part on units already sold stays as their cost
       open input LandedCostFile
       if LandedCostNotFound
           close LandedCostFile
           go to 6000-EXIT
       end-if
       move 'N' to LandedEndOfFile
       read LandedCostFile
           at end move 'Y' to LandedEndOfFile
       end-read
       perform 6100-POST-ONE-ALLOCATION until LandedEndOfFile = 'Y'
       close LandedCostFile.
6000-EXIT.
       exit.

6100-POST-ONE-ALLOCATION.
       add 1 to WSLcRowsSeen
       if WSLcRowsSeen > WSLcRowsDone and LcToStock > zero
           move "1300" to GjAccount
           move LcToStock to GjDebit
           move zero to GjCredit
           move "LANDCOST" to GjSource
           perform 7000-WRITE-JOURNAL-LEG
           move "5200" to GjAccount *>freight-in
           move zero to GjDebit
           move LcToStock to GjCredit
           perform 7000-WRITE-JOURNAL-LEG
       end-if
       read LandedCostFile
           at end move 'Y' to LandedEndOfFile
       end-read.

6500-EXTRACT-ACCRUALS. *>period-end accruals in the balanced pairs UNBILLED
*>writes, each under its own date - the first leg dated after tonight stops
*>the pass, and the cursor stays in front of it until its night comes
       open input AccrualFile
       if AccrualFileNotFound
           close AccrualFile
           move WSAjRowsDone to WSAjRowsSeen
           go to 6500-EXIT
       end-if
       move 'N' to AccrualEndOfFile
       perform 6600-POST-ONE-ACCRUAL-LEG until AccrualEndOfFile = 'Y'
       close AccrualFile
       move zero to WSLegDate.
6500-EXIT.
       exit.

6600-POST-ONE-ACCRUAL-LEG.
       read AccrualFile
           at end
               move 'Y' to AccrualEndOfFile
               exit paragraph
       end-read
       add 1 to WSAjRowsSeen
       if WSAjRowsSeen <= WSAjRowsDone
           exit paragraph
       end-if
       if AjDate > WSRunDate
           subtract 1 from WSAjRowsSeen
           move 'Y' to AccrualEndOfFile
           exit paragraph
       end-if
       call "CHKGLCLS" using AjDate, WSYearClosed
       if WSYearClosed = 'Y'
           add 1 to WSClosedLegCount
           display "Accrual leg " AjAccount " dated " AjDate
               " falls in a closed fiscal year - not posted"
           exit paragraph
       end-if
       move AjDate to WSLegDate
       move AjAccount to GjAccount
       move AjDebit to GjDebit
       move AjCredit to GjCredit
       move AjSource to GjSource
       perform 7000-WRITE-JOURNAL-LEG.

3710-POST-STOCK-IN. *>debit inventory, credit the offset account the caller sets
       move "1300" to GjAccount
       end-read.

7000-WRITE-JOURNAL-LEG.
       if WSLegDate > zero
           move WSLegDate to GjDate
       else
           move WSRunDate to GjDate
       end-if
       if WSCoaCount > zero
           move 'N' to WSAccountKnown
           perform varying WSCoaIndex from 1 by 1
