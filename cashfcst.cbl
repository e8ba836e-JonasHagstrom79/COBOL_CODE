       >>source format free
identification division.
program-id. cashfcst.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select ReconThruFile assign to "BANKRECTHRU.DAT"
           organization is line sequential
           file status is ReconThruStatus.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select SortedArTranFile assign to "artranSort.tmp"
           organization is line sequential.
       select ArSortWorkFile assign to "artransort.tmp".
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select SortedInvRegFile assign to "invregSort.tmp"
           organization is line sequential.
       select InvRegSortWorkFile assign to "invregsort.tmp".
       select PayPerfFile assign to "PAYPERF.DAT"
           organization is line sequential
           file status is PayPerfFileStatus.
       copy planfc.
       copy standfc.
       copy prodfc.
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       copy pofc.
       copy vendfc.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select CashDetailFile assign to "cashdtl.tmp"
           organization is line sequential.
       select SortedCashDetail assign to "cashdtlSort.tmp"
           organization is line sequential.
       select CashSortWorkFile assign to "cashdtlsort.tmp".
       select CashHistFile assign to "CASHFHIST.DAT"
           organization is line sequential
           file status is CashHistStatus.
       select NewCashHistFile assign to "cashfhist.tmp"
           organization is line sequential.
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd ReconThruFile.
01 ReconThruLine pic 9(8).
fd GlHistFile.
01 GlHistData.
       02 GhDate    pic 9(8).
       02 GhAccount pic x(4).
       02 GhDebit   pic 9(9)v99.
       02 GhCredit  pic 9(9)v99.
       02 GhSource  pic x(8).
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
       02 filler         pic x(41).
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
       02 WIrIdNum        pic 9(5).
       02 filler          pic x(120).
fd PayPerfFile.
       copy payperf.
fd PayPlanFile.
       copy planrec.
fd StandingFile.
       copy standrec.
fd ProductFile.
       copy prodrec.
fd ApVoucherFile.
       copy apvrec.
fd PurchaseOrderFile.
       copy porec.
fd VendorFile.
       copy vendrec.
fd CheckRegisterFile.
       copy chkreg.
fd CashDetailFile.
01 CashDetailData. *>one row per projected receipt or payment inside the
*>thirteen weeks - sorted by week it is the drill-down behind each total
       02 CdWeek      pic 9(2).
       02 CdKind      pic x(1). *>1 = receipt, 2 = disbursement
       02 CdDate      pic 9(8). *>the date the money is projected to move
       02 CdSource    pic x(8).
       02 CdReference pic x(20).
       02 CdParty     pic 9(5). *>customer IdNum or vendor number
       02 CdFlag      pic x(8).
       02 CdAmount    pic 9(9)v99.
fd SortedCashDetail.
01 SrtCashDetailData.
       02 SrtCdWeek      pic 9(2).
       02 SrtCdKind      pic x(1).
       02 SrtCdDate      pic 9(8).
       02 SrtCdSource    pic x(8).
       02 SrtCdReference pic x(20).
       02 SrtCdParty     pic 9(5).
       02 SrtCdFlag      pic x(8).
       02 SrtCdAmount    pic 9(9)v99.
SD CashSortWorkFile.
01 WCashDetailData.
       02 WCdWeek pic 9(2).
       02 WCdKind pic x(1).
       02 WCdDate pic 9(8).
       02 filler  pic x(52).
fd CashHistFile.
       copy cfhrec.
fd NewCashHistFile.
01 NewCashHistData pic x(61).

working-storage section.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ReconThruStatus pic x(2) value "00".
       88 ReconThruOk value "00".
01 GlHistFileStatus pic x(2) value "00".
       88 GlHistFileOk value "00".
       88 GlHistFileNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
       88 ArTranFileNotFound value "35".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
       88 InvRegisterFileNotFound value "35".
01 PayPerfFileStatus pic x(2) value "00".
       88 PayPerfFileOk value "00".
01 PayPlanFileStatus pic x(2) value "00".
       88 PayPlanFileOk value "00".
01 StandingFileStatus pic x(2) value "00".
       88 StandingFileOk value "00".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
01 PurchaseOrderStatus pic x(2) value "00".
       88 PurchaseOrderOk value "00".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
01 CashHistStatus pic x(2) value "00".
       88 CashHistOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 HaveArTranRecord pic x(1) value 'N'.
01 InvRegEndOfFile pic x(1) value 'N'.
01 HaveInvRegRecord pic x(1) value 'N'.
01 HavePayPerfRecord pic x(1) value 'N'.
01 PayPlanOpen pic x(1) value 'N'.
01 ProductOpen pic x(1) value 'N'.
01 VendorOpen pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSHorizonEnd pic 9(8) value zero.
01 WSCashAccount pic x(4) value "1000".
01 WSReconThru pic 9(8) value zero.
01 WSReconciledBalance pic s9(11)v99 value zero.
01 WSBookedSince pic s9(11)v99 value zero.
01 WSOpeningBalance pic s9(11)v99 value zero.
01 WSDefaultPayDays pic 9(3) value 30. *>customers PAYTRACK has not matched yet
01 WSDayCount pic s9(7) value zero.
01 WSDayOffset pic s9(7) value zero.
01 WSWeekTable. *>weeks 1-13 of the forecast, row 14 what falls past the horizon
       02 WSWeekEntry occurs 14 times.
           03 WkStart     pic 9(8).
           03 WkEnd       pic 9(8).
           03 WkBySource  pic s9(11)v99 occurs 5 times.
           03 WkReceipts  pic s9(11)v99.
           03 WkDisbursed pic s9(11)v99.
           03 WkNet       pic s9(11)v99.
           03 WkClosing   pic s9(11)v99.
01 WSWeekIndex pic 9(2) value zero.
01 WSSourceNameList.
       02 filler pic x(8) value "INVOICE".
       02 filler pic x(8) value "PAYPLAN".
       02 filler pic x(8) value "STANDING".
       02 filler pic x(8) value "VOUCHER".
       02 filler pic x(8) value "OPEN PO".
01 WSSourceNames redefines WSSourceNameList.
       02 WSSourceName pic x(8) occurs 5 times.
01 WSPostSource pic 9(1) value zero. *>1-3 receipts, 4-5 disbursements
01 WSPostDate pic 9(8) value zero.
01 WSPostAmount pic 9(9)v99 value zero.
01 WSPostParty pic 9(5) value zero.
01 WSPostReference pic x(20) value spaces.
01 WSPostFlag pic x(8) value spaces.
01 WSPostWeek pic 9(2) value zero.
01 WSDetailCount pic 9(7) value zero.
01 WSCustId pic 9(5) value zero.
01 WSLowIrId pic 9(5) value zero.
01 WSLowAtId pic 9(5) value zero.
01 WSPayDays pic s9(7) value zero.
01 WSItemCount pic 9(3) value zero.
01 WSItemTable. *>the customer's register invoices, billed off INVREG.DAT and
*>applied off the PM/CM/RV rows carrying their numbers, the OPENITEM way
       02 WSItemEntry occurs 100 times.
           03 WSItemInvNum   pic 9(6).
           03 WSItemDate     pic 9(8).
           03 WSItemBilled   pic 9(8)v99.
           03 WSItemApplied  pic s9(8)v99.
           03 WSItemDisputed pic x(1).
01 WSItemIndex pic 9(3) value zero.
01 WSOnAccountNet pic s9(8)v99 value zero.
01 WSOpenAmount pic s9(8)v99 value zero.
01 WSUnappliedCredit pic s9(8)v99 value zero.
01 WSPlanActive pic x(1) value 'N'.
01 WSPlanStart pic 9(8) value zero.
01 WSPlanPaid pic s9(9)v99 value zero.
01 WSPlanRemaining pic s9(9)v99 value zero.
01 WSInstallNumber pic 9(3) value zero.
01 WSSoHaveHeader pic x(1) value 'N'.
01 WSSoNumber pic 9(4) value zero.
01 WSSoIdNum pic 9(5) value zero.
01 WSSoFrequency pic x(1) value space.
01 WSSoNextDate pic 9(8) value zero.
01 WSSoStatus pic x(1) value space.
01 WSSoValue pic 9(9)v99 value zero.
01 WSSoDay pic 9(2) value zero.
01 WSOccurDate pic 9(8) value zero.
01 WSOccurDateParts redefines WSOccurDate.
       02 WSOccurYear  pic 9(4).
       02 WSOccurMonth pic 9(2).
       02 WSOccurDay   pic 9(2).
01 WSNextOccur pic 9(8) value zero.
01 WSSevenDays pic s9(7) value 7.
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
01 WSDaysThisMonth pic 9(2) value zero.
01 WSPoOpen pic x(1) value 'N'.
01 WSPoVendor pic 9(4) value zero.
01 WSPoDate pic 9(8) value zero.
01 WSLeadDays pic s9(7) value zero.
01 WSTermsDays pic s9(7) value 30.
01 WSTermsDigits pic x(3) value spaces.
01 WSArrival pic 9(8) value zero.
01 WSOpenQty pic 9(5) value zero.
01 WSLastRunDate pic 9(8) value zero.
01 WSLastStart pic 9(8) value zero.
01 WSLastEnd pic 9(8) value zero.
01 WSLastReceipts pic 9(9)v99 value zero.
01 WSLastDisbursed pic 9(9)v99 value zero.
01 WSActualReceipts pic s9(11)v99 value zero.
01 WSActualDisbursed pic s9(11)v99 value zero.
01 WSActualRefunds pic s9(11)v99 value zero.
01 WSLowWeek pic 9(2) value zero.
01 WSLowBalance pic s9(11)v99 value zero.
01 WSShortWeeks pic 9(2) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
       copy rptwreq.
01 ForecastHeadLine pic x(132).
01 PositionLine.
       02 PrnPositionLabel pic x(56).
       02 PrnPositionAmount pic z,zzz,zzz,zz9.99-.
01 WeekColumnLine pic x(132) value
       "Wk Week of      Invoices    Pay plans     Standing     Receipts  AP vouchers     Open POs    Disbursed          Net      Balance".
01 WeekDetailLine.
       02 PrnWeekLabel.
           03 PrnWkNumber pic z9.
           03 filler      pic x(1).
           03 PrnWkStart  pic 9(8).
       02 PrnWeekText redefines PrnWeekLabel pic x(11).
       02 filler pic x(1) value space.
       02 PrnWkInvoices pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkPlans pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkStanding pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkReceipts pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkVouchers pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkPurchases pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkDisbursed pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkNet pic zzz,zzz,zz9-.
       02 filler pic x(1) value space.
       02 PrnWkBalance pic zzz,zzz,zz9-.
01 CompareColumnLine pic x(132) value
       "                                     Forecast           Actual         Variance".
01 CompareLine.
       02 filler pic x(2) value space.
       02 PrnCmpLabel pic x(28).
       02 PrnCmpForecast pic zzz,zzz,zz9.99-.
       02 filler pic x(2) value space.
       02 PrnCmpActual pic zzz,zzz,zz9.99-.
       02 filler pic x(2) value space.
       02 PrnCmpVariance pic zzz,zzz,zz9.99-.
01 DrillColumnLine pic x(132) value
       "    Source    Reference             Party  Date                     Receipt    Disbursement".
01 DrillWeekLine pic x(132).
01 DrillDetailLine.
       02 filler pic x(4) value space.
       02 PrnDrSource pic x(8).
       02 filler pic x(2) value space.
       02 PrnDrReference pic x(20).
       02 filler pic x(2) value space.
       02 PrnDrParty pic zzzzz.
       02 filler pic x(2) value space.
       02 PrnDrDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnDrFlag pic x(8).
       02 PrnDrReceipt pic zzz,zzz,zz9.99 blank when zero.
       02 filler pic x(2) value space.
       02 PrnDrDisbursed pic zzz,zzz,zz9.99 blank when zero.
01 EditInvoiceNum pic 9(6).
01 EditInstallment pic zz9.
01 EditWeek pic z9.
01 EditAmount pic z,zzz,zzz,zz9.99-.

procedure division.
0000-MAINLINE. *>"will we make payroll" answered from the files instead of by
*>phone - thirteen weeks of receipts (open invoices at each customer's
*>PAYTRACK pace, plan installments, standing orders) and disbursements
*>(approved vouchers at their due dates, open purchase orders at arrival plus
*>the vendor's terms) run forward from the cash the bank reconciliation has
*>proven, with every weekly figure traceable to the items behind it and last
*>week's forecast held up against what actually came in and went out
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0200-SET-UP-THE-WEEKS
       perform 0300-GET-OPENING-POSITION thru 0300-EXIT
       perform 0600-FIND-LAST-FORECAST thru 0600-EXIT
       open output CashDetailFile
       perform 1000-PROJECT-RECEIVABLES
       perform 2000-PROJECT-STANDING-ORDERS thru 2000-EXIT
       perform 3000-PROJECT-VOUCHERS thru 3000-EXIT
       perform 4000-PROJECT-PURCHASE-ORDERS thru 4000-EXIT
       close CashDetailFile
       perform 5000-ROLL-THE-BALANCE
           varying WSWeekIndex from 1 by 1 until WSWeekIndex > 13
       if WSLastRunDate > zero
           perform 6000-COUNT-THE-ACTUALS
       end-if
       perform 7000-PRINT-THE-FORECAST
       perform 8000-SAVE-THE-FORECAST
       move WkClosing(13) to EditAmount
       display "Cash forecast written to CASHFCST.rpt - week 13 closes at "
           EditAmount
       if WSShortWeeks > zero
           move WSLowBalance to EditAmount
           move WSLowWeek to EditWeek
           display "Balance projected below zero in " WSShortWeeks
               " week(s) - lowest " EditAmount " in week " EditWeek
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

0200-SET-UP-THE-WEEKS. *>week one starts on the business date; anything already
*>past its date is expected in week one, not lost behind it
       initialize WSWeekTable
       perform 0210-SET-UP-ONE-WEEK
           varying WSWeekIndex from 1 by 1 until WSWeekIndex > 13
       move 91 to WSDayOffset
       call "DATEADD" using WSRunDate, WSDayOffset, WkStart(14)
       move WkEnd(13) to WSHorizonEnd.

0210-SET-UP-ONE-WEEK.
       compute WSDayOffset = (WSWeekIndex - 1) * 7
       call "DATEADD" using WSRunDate, WSDayOffset, WkStart(WSWeekIndex)
       add 6 to WSDayOffset
       call "DATEADD" using WSRunDate, WSDayOffset, WkEnd(WSWeekIndex).

0300-GET-OPENING-POSITION. *>the bank statement only carries credits, so the
*>proven balance is the cash account on GLJRNLHIST.DAT through the date
*>BANKREC last reconciled to, and the cash booked after it is carried on a
*>line of its own until a clean BANKREC run moves the position forward
       open input ReconThruFile
       if ReconThruOk
           read ReconThruFile
               at end continue
               not at end
                   if ReconThruLine is numeric
                       move ReconThruLine to WSReconThru
                   end-if
           end-read
       end-if
       close ReconThruFile
       open input GlHistFile
       if not GlHistFileOk
           display "GLJRNLHIST.DAT not found - the forecast starts from a zero balance"
           close GlHistFile
           go to 0300-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 0310-ADD-ONE-CASH-LEG until EndOfFileFlag = 'Y'
       close GlHistFile.
0300-EXIT.
       compute WSOpeningBalance = WSReconciledBalance + WSBookedSince.

0310-ADD-ONE-CASH-LEG.
       read GlHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if GhAccount not = WSCashAccount or GhDate > WSRunDate
           exit paragraph
       end-if
       if GhDate <= WSReconThru
           compute WSReconciledBalance = WSReconciledBalance + GhDebit - GhCredit
       else
           compute WSBookedSince = WSBookedSince + GhDebit - GhCredit
       end-if.

0600-FIND-LAST-FORECAST. *>the most recent earlier forecast whose first week
*>has closed - its week one is what gets compared with the actuals
       open input CashHistFile
       if not CashHistOk
           close CashHistFile
           go to 0600-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 0610-CHECK-ONE-HISTORY-ROW until EndOfFileFlag = 'Y'
       close CashHistFile.
0600-EXIT.
       exit.

0610-CHECK-ONE-HISTORY-ROW.
       read CashHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if CfWeek = 1 and CfRunDate < WSRunDate and CfWeekEnd < WSRunDate
          and CfRunDate > WSLastRunDate
           move CfRunDate to WSLastRunDate
           move CfWeekStart to WSLastStart
           move CfWeekEnd to WSLastEnd
           move CfReceipts to WSLastReceipts
           move CfDisbursed to WSLastDisbursed
       end-if.

1000-PROJECT-RECEIVABLES. *>register and transactions sorted by customer and
*>walked together; PAYPERF.DAT comes off PAYTRACK already in customer order.
*>A customer on an active payment plan is collected by the plan calendar, not
*>by invoice age - counting both would forecast the same money twice
       perform 1010-SORT-AR-TRANS
       perform 1020-SORT-INV-REGISTER
       open input SortedArTranFile
       open input SortedInvRegFile
       open input PayPerfFile
       if PayPerfFileOk
           perform 1050-READ-NEXT-PAY-PERF
       end-if
       open input PayPlanFile
       if PayPlanFileOk
           move 'Y' to PayPlanOpen
       end-if
       perform 1030-READ-NEXT-AR-TRAN
       perform 1040-READ-NEXT-INV-REG
       perform 1100-PROJECT-ONE-CUSTOMER
           until HaveArTranRecord = 'N' and HaveInvRegRecord = 'N'
       close SortedArTranFile, SortedInvRegFile, PayPerfFile
       if PayPlanOpen = 'Y'
           close PayPlanFile
       end-if
       call "CBL_DELETE_FILE" using "artranSort.tmp"
       call "CBL_DELETE_FILE" using "invregSort.tmp".

1010-SORT-AR-TRANS.
       open input ArTranFile
       if ArTranFileNotFound
           close ArTranFile
           open output SortedArTranFile
           close SortedArTranFile
       else
           close ArTranFile
           sort ArSortWorkFile on ascending key WAtIdNum
               using ArTranFile
               giving SortedArTranFile
       end-if.

1020-SORT-INV-REGISTER.
       open input InvRegisterFile
       if InvRegisterFileNotFound
           close InvRegisterFile
           open output SortedInvRegFile
           close SortedInvRegFile
       else
           close InvRegisterFile
           sort InvRegSortWorkFile on ascending key WIrIdNum, WIrInvoiceNum
               using InvRegisterFile
               giving SortedInvRegFile
       end-if.

1030-READ-NEXT-AR-TRAN.
       read SortedArTranFile next
           at end move 'Y' to ArTranEndOfFile
                     move 'N' to HaveArTranRecord
           not at end move 'Y' to HaveArTranRecord
       end-read.

1040-READ-NEXT-INV-REG.
       read SortedInvRegFile next
           at end move 'Y' to InvRegEndOfFile
                     move 'N' to HaveInvRegRecord
           not at end move 'Y' to HaveInvRegRecord
       end-read.

1050-READ-NEXT-PAY-PERF.
       read PayPerfFile
           at end move 'N' to HavePayPerfRecord
           not at end move 'Y' to HavePayPerfRecord
       end-read.

1100-PROJECT-ONE-CUSTOMER.
       move 99999 to WSLowIrId, WSLowAtId
       if HaveInvRegRecord = 'Y'
           move SrtIrIdNum to WSLowIrId
       end-if
       if HaveArTranRecord = 'Y'
           move SrtAtIdNum to WSLowAtId
       end-if
       if WSLowIrId < WSLowAtId
           move WSLowIrId to WSCustId
       else
           move WSLowAtId to WSCustId
       end-if
       move zero to WSItemCount, WSOnAccountNet, WSPlanPaid
       move 'N' to WSPlanActive
       if PayPlanOpen = 'Y'
           move WSCustId to PpIdNum
           read PayPlanFile
               invalid key continue
               not invalid key
                   if PpActive
                       move 'Y' to WSPlanActive
                       move PpStartDate to WSPlanStart
                   end-if
           end-read
       end-if
       perform 1110-COLLECT-ONE-INVOICE
           until HaveInvRegRecord = 'N' or SrtIrIdNum not = WSCustId
       perform 1120-APPLY-ONE-AR-TRAN
           until HaveArTranRecord = 'N' or SrtAtIdNum not = WSCustId
       perform 1130-FIND-PAY-DAYS
       if WSPlanActive = 'Y'
           perform 1300-PROJECT-THE-PLAN
       else
           perform 1200-PROJECT-OPEN-ITEMS
       end-if.

1110-COLLECT-ONE-INVOICE.
       if SrtIrStatus not = "V" and WSItemCount < 100
           add 1 to WSItemCount
           move SrtIrInvoiceNum to WSItemInvNum(WSItemCount)
           move SrtIrDate to WSItemDate(WSItemCount)
           move SrtIrGrandTotal to WSItemBilled(WSItemCount)
           move zero to WSItemApplied(WSItemCount)
           move 'N' to WSItemDisputed(WSItemCount)
       end-if
       perform 1040-READ-NEXT-INV-REG.

1120-APPLY-ONE-AR-TRAN. *>settlements against an invoice number reduce it, the
*>unnumbered ones net on account; a disputed row keeps its invoice out of the
*>forecast until the argument is settled
       if SrtAtInvoiceNum > zero
           perform 1125-APPLY-TO-ONE-ITEM
               varying WSItemIndex from 1 by 1 until WSItemIndex > WSItemCount
       else
           if SrtAtTranType = "PM" or SrtAtTranType = "CM"
              or SrtAtTranType = "RV" or SrtAtTranType = "RB"
              or SrtAtTranType = "DS"
               add SrtAtInvoiceAmt to WSOnAccountNet
           end-if
       end-if
       if WSPlanActive = 'Y' and SrtAtTranDate >= WSPlanStart
          and (SrtAtTranType = "PM" or SrtAtTranType = "RV")
           subtract SrtAtInvoiceAmt from WSPlanPaid
       end-if
       perform 1030-READ-NEXT-AR-TRAN.

1125-APPLY-TO-ONE-ITEM.
       if WSItemInvNum(WSItemIndex) = SrtAtInvoiceNum
           if SrtAtTranType = "PM" or SrtAtTranType = "CM"
              or SrtAtTranType = "RV" or SrtAtTranType = "DS"
               add SrtAtInvoiceAmt to WSItemApplied(WSItemIndex)
           end-if
           if SrtAtDispute = "D"
               move 'Y' to WSItemDisputed(WSItemIndex)
           end-if
       end-if.

1130-FIND-PAY-DAYS.
       move WSDefaultPayDays to WSPayDays
       perform 1050-READ-NEXT-PAY-PERF
           until HavePayPerfRecord = 'N' or PfIdNum >= WSCustId
       if HavePayPerfRecord = 'Y' and PfIdNum = WSCustId and PfPaidCount > zero
           move PfAvgDays to WSPayDays
       end-if.

1200-PROJECT-OPEN-ITEMS. *>money the customer has already paid on account is
*>taken off the oldest invoices first - it is not coming in again
       if WSOnAccountNet < zero
           compute WSUnappliedCredit = zero - WSOnAccountNet
       else
           move zero to WSUnappliedCredit
       end-if
       perform 1210-PROJECT-ONE-ITEM
           varying WSItemIndex from 1 by 1 until WSItemIndex > WSItemCount.

1210-PROJECT-ONE-ITEM.
       compute WSOpenAmount = WSItemBilled(WSItemIndex)
           + WSItemApplied(WSItemIndex)
       if WSOpenAmount <= zero
           exit paragraph
       end-if
       if WSUnappliedCredit > zero
           if WSUnappliedCredit >= WSOpenAmount
               subtract WSOpenAmount from WSUnappliedCredit
               exit paragraph
           end-if
           subtract WSUnappliedCredit from WSOpenAmount
           move zero to WSUnappliedCredit
       end-if
       if WSItemDisputed(WSItemIndex) = 'Y'
           exit paragraph
       end-if
       call "DATEADD" using WSItemDate(WSItemIndex), WSPayDays, WSPostDate
       move 1 to WSPostSource
       move WSOpenAmount to WSPostAmount
       move WSCustId to WSPostParty
       move WSItemInvNum(WSItemIndex) to EditInvoiceNum
       move spaces to WSPostReference
       string "INVOICE " delimited by size
           EditInvoiceNum delimited by size
           into WSPostReference
       end-string
       move "OVERDUE" to WSPostFlag
       perform 9000-POST-ONE-ITEM.

1300-PROJECT-THE-PLAN. *>the PLANSTAT calendar - an installment every 30 days
*>from the start; what has been paid covers the earliest installments, and an
*>installment that fell due unpaid is expected in week one
       compute WSPlanRemaining = PpTotalAmount - WSPlanPaid
       if WSPlanRemaining <= zero or PpInstallAmount = zero
           exit paragraph
       end-if
       if WSPlanPaid > zero
           divide WSPlanPaid by PpInstallAmount giving WSInstallNumber
       else
           move zero to WSInstallNumber
       end-if
       add 1 to WSInstallNumber
       move WSPlanStart to WSPostDate
       perform 1310-PROJECT-ONE-INSTALLMENT
           until WSPlanRemaining <= zero or WSInstallNumber > PpInstallments
              or WSPostDate > WSHorizonEnd.

1310-PROJECT-ONE-INSTALLMENT.
       compute WSDayOffset = (WSInstallNumber - 1) * 30
       call "DATEADD" using WSPlanStart, WSDayOffset, WSPostDate
       if WSInstallNumber = PpInstallments or WSPlanRemaining < PpInstallAmount
           move WSPlanRemaining to WSPostAmount
       else
           move PpInstallAmount to WSPostAmount
       end-if
       subtract WSPostAmount from WSPlanRemaining
       move 2 to WSPostSource
       move WSCustId to WSPostParty
       move WSInstallNumber to EditInstallment
       move spaces to WSPostReference
       string "INSTALLMENT " delimited by size
           EditInstallment delimited by size
           into WSPostReference
       end-string
       move "OVERDUE" to WSPostFlag
       perform 9000-POST-ONE-ITEM
       add 1 to WSInstallNumber.

2000-PROJECT-STANDING-ORDERS. *>each active template priced at today's list
*>price and run forward at its frequency; the money follows the order by the
*>customer's usual days to pay
       open input StandingFile
       if not StandingFileOk
           close StandingFile
           go to 2000-EXIT
       end-if
       open input ProductFile
       if ProductFileOk
           move 'Y' to ProductOpen
       end-if
       move 'N' to WSSoHaveHeader
       move 'N' to EndOfFileFlag
       perform 2100-READ-ONE-STANDING-ROW until EndOfFileFlag = 'Y'
       perform 2200-PROJECT-ONE-TEMPLATE
       close StandingFile
       if ProductOpen = 'Y'
           close ProductFile
       end-if.
2000-EXIT.
       exit.

2100-READ-ONE-STANDING-ROW.
       read StandingFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SoLineNo = zero
           perform 2200-PROJECT-ONE-TEMPLATE
           move 'Y' to WSSoHaveHeader
           move SoNumber to WSSoNumber
           move SoIdNum to WSSoIdNum
           move SoFrequency to WSSoFrequency
           move SoNextDate to WSSoNextDate
           move SoStatus to WSSoStatus
           move zero to WSSoValue
           exit paragraph
       end-if
       if WSSoHaveHeader = 'Y' and SoNumber = WSSoNumber and ProductOpen = 'Y'
           move SoProduct to PMName
           read ProductFile
               invalid key continue
               not invalid key
                   compute WSSoValue = WSSoValue + SoQty * PMUnitPrice
           end-read
       end-if.

2200-PROJECT-ONE-TEMPLATE.
       if WSSoHaveHeader = 'N' or WSSoStatus not = "A" or WSSoValue = zero
          or WSSoNextDate not numeric or WSSoNextDate = zero
           move 'N' to WSSoHaveHeader
           exit paragraph
       end-if
       move 'N' to WSSoHaveHeader
       move WSSoIdNum to WSCustId
       perform 2300-LOOK-UP-PAY-DAYS thru 2300-EXIT
       move WSSoNextDate to WSOccurDate
       move WSOccurDay to WSSoDay
       perform 2400-PROJECT-ONE-OCCURRENCE until WSOccurDate > WSHorizonEnd.

2300-LOOK-UP-PAY-DAYS. *>a handful of templates, so a pass of PAYPERF.DAT each
*>is cheaper than holding the whole file
       move WSDefaultPayDays to WSPayDays
       open input PayPerfFile
       if not PayPerfFileOk
           close PayPerfFile
           go to 2300-EXIT
       end-if
       perform 1050-READ-NEXT-PAY-PERF with test after
           until HavePayPerfRecord = 'N' or PfIdNum = WSCustId
       if HavePayPerfRecord = 'Y' and PfPaidCount > zero
           move PfAvgDays to WSPayDays
       end-if
       close PayPerfFile.
2300-EXIT.
       exit.

2400-PROJECT-ONE-OCCURRENCE.
       call "DATEADD" using WSOccurDate, WSPayDays, WSPostDate
       move 3 to WSPostSource
       move WSSoValue to WSPostAmount
       move WSSoIdNum to WSPostParty
       move spaces to WSPostReference
       string "SO " delimited by size
           WSSoNumber delimited by size
           " " delimited by size
           WSOccurDate delimited by size
           into WSPostReference
       end-string
       move "OVERDUE" to WSPostFlag
       perform 9000-POST-ONE-ITEM
       if WSSoFrequency = "W"
           call "DATEADD" using WSOccurDate, WSSevenDays, WSNextOccur
           move WSNextOccur to WSOccurDate
       else
           perform 2410-ADD-ONE-MONTH
       end-if.

2410-ADD-ONE-MONTH. *>same day next month, held to the month's last day - the
*>31st template runs on the 30th in April and back on the 31st in May
       add 1 to WSOccurMonth
       if WSOccurMonth > 12
           move 1 to WSOccurMonth
           add 1 to WSOccurYear
       end-if
       move WSDaysInMonth(WSOccurMonth) to WSDaysThisMonth
       if WSOccurMonth = 2
           if function mod(WSOccurYear, 400) = 0
              or (function mod(WSOccurYear, 4) = 0
                  and function mod(WSOccurYear, 100) not = 0)
               move 29 to WSDaysThisMonth
           end-if
       end-if
       if WSSoDay > WSDaysThisMonth
           move WSDaysThisMonth to WSOccurDay
       else
           move WSSoDay to WSOccurDay
       end-if.

3000-PROJECT-VOUCHERS. *>approved vouchers go out on their due dates; a held
*>voucher is not owed until the match is resolved, a paid one is already in
*>the bank position
       open input ApVoucherFile
       if not ApVoucherOk
           close ApVoucherFile
           go to 3000-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 3100-PROJECT-ONE-VOUCHER until EndOfFileFlag = 'Y'
       close ApVoucherFile.
3000-EXIT.
       exit.

3100-PROJECT-ONE-VOUCHER.
       read ApVoucherFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if not VhApproved
           exit paragraph
       end-if
       move 4 to WSPostSource
       move VhDueDate to WSPostDate
       move VhAmount to WSPostAmount
       move VhVendor to WSPostParty
       move spaces to WSPostReference
       string "VOUCHER " delimited by size
           VhVoucherNum delimited by size
           into WSPostReference
       end-string
       move "PAST DUE" to WSPostFlag
       perform 9000-POST-ONE-ITEM.

4000-PROJECT-PURCHASE-ORDERS. *>what is still to arrive on an open order, at
*>the PO cost, paid the vendor's terms after the GETATP arrival date - the
*>PO date plus the vendor's lead time, or today when that has already passed
       open input PurchaseOrderFile
       if not PurchaseOrderOk
           close PurchaseOrderFile
           go to 4000-EXIT
       end-if
       open input VendorFile
       if VendorMasterOk
           move 'Y' to VendorOpen
       end-if
       move 'N' to WSPoOpen
       move 'N' to EndOfFileFlag
       perform 4100-PROJECT-ONE-PO-ROW until EndOfFileFlag = 'Y'
       close PurchaseOrderFile
       if VendorOpen = 'Y'
           close VendorFile
       end-if.
4000-EXIT.
       exit.

4100-PROJECT-ONE-PO-ROW.
       read PurchaseOrderFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if PoLineNo = zero
           perform 4200-START-ONE-ORDER
           exit paragraph
       end-if
       if WSPoOpen = 'N' or PoQtyReceived >= PoQtyOrdered
           exit paragraph
       end-if
       compute WSOpenQty = PoQtyOrdered - PoQtyReceived
       call "DATEADD" using WSArrival, WSTermsDays, WSPostDate
       move 5 to WSPostSource
       compute WSPostAmount = WSOpenQty * PoUnitCost
       move PoVendor to WSPostParty
       move spaces to WSPostReference
       string "PO " delimited by size
           PoNumber delimited by size
           "-" delimited by size
           PoLineNo delimited by size
           " " delimited by size
           PoProduct delimited by size
           into WSPostReference
       end-string
       move spaces to WSPostFlag
       perform 9000-POST-ONE-ITEM.

4200-START-ONE-ORDER.
       move 'N' to WSPoOpen
       if not PoStatusOpen
           exit paragraph
       end-if
       move 'Y' to WSPoOpen
       move PoVendor to WSPoVendor
       move PoDate to WSPoDate
       move zero to WSLeadDays
       move 30 to WSTermsDays
       if VendorOpen = 'Y'
           move PoVendor to VnNumber
           read VendorFile
               invalid key continue
               not invalid key
                   move VnLeadDays to WSLeadDays
                   move VnTerms(4:3) to WSTermsDigits
                   if WSTermsDigits(1:2) is numeric
                       move WSTermsDigits(1:2) to WSTermsDays
                   end-if
           end-read
       end-if
       call "DATEADD" using WSPoDate, WSLeadDays, WSArrival
       if WSArrival < WSRunDate
           move WSRunDate to WSArrival
       end-if.

5000-ROLL-THE-BALANCE.
       compute WkReceipts(WSWeekIndex) = WkBySource(WSWeekIndex, 1)
           + WkBySource(WSWeekIndex, 2) + WkBySource(WSWeekIndex, 3)
       compute WkDisbursed(WSWeekIndex) = WkBySource(WSWeekIndex, 4)
           + WkBySource(WSWeekIndex, 5)
       compute WkNet(WSWeekIndex) = WkReceipts(WSWeekIndex)
           - WkDisbursed(WSWeekIndex)
       if WSWeekIndex = 1
           compute WkClosing(1) = WSOpeningBalance + WkNet(1)
       else
           compute WkClosing(WSWeekIndex) = WkClosing(WSWeekIndex - 1)
               + WkNet(WSWeekIndex)
       end-if
       if WSWeekIndex = 1 or WkClosing(WSWeekIndex) < WSLowBalance
           move WkClosing(WSWeekIndex) to WSLowBalance
           move WSWeekIndex to WSLowWeek
       end-if
       if WkClosing(WSWeekIndex) < zero
           add 1 to WSShortWeeks
       end-if.

6000-COUNT-THE-ACTUALS. *>what really came in - PM cash less bounced RV rows -
*>and what really went out - vendor checks less their voids - over the week
*>the last forecast called week one. Refund checks were never forecast and
*>are shown on their own so they do not read as a forecasting miss
       open input ArTranFile
       if ArTranFileOk
           move 'N' to EndOfFileFlag
           perform 6100-COUNT-ONE-AR-TRAN until EndOfFileFlag = 'Y'
       end-if
       close ArTranFile
       open input CheckRegisterFile
       if CheckRegisterOk
           move 'N' to EndOfFileFlag
           perform 6200-COUNT-ONE-CHECK until EndOfFileFlag = 'Y'
       end-if
       close CheckRegisterFile.

6100-COUNT-ONE-AR-TRAN.
       read ArTranFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if (AtTranPayment or AtTranReversal)
          and AtTranDate >= WSLastStart and AtTranDate <= WSLastEnd
           subtract AtInvoiceAmt from WSActualReceipts
       end-if.

6200-COUNT-ONE-CHECK.
       read CheckRegisterFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if CkIssued and CkIssueDate >= WSLastStart and CkIssueDate <= WSLastEnd
           if CkSourceVendor
               add CkAmount to WSActualDisbursed
           else
               add CkAmount to WSActualRefunds
           end-if
       end-if
       if CkVoided and CkStatusDate >= WSLastStart and CkStatusDate <= WSLastEnd
           if CkSourceVendor
               subtract CkAmount from WSActualDisbursed
           else
               subtract CkAmount from WSActualRefunds
           end-if
       end-if.

7000-PRINT-THE-FORECAST.
       set RwActionOpen to true
       move "CASHFCST.rpt" to RwReportName
       move "Thirteen-Week Cash Forecast" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to ForecastHeadLine
       string "Business date " delimited by size
           WSRunDate delimited by size
           " - weeks " delimited by size
           WkStart(1) delimited by size
           " through " delimited by size
           WkEnd(13) delimited by size
           into ForecastHeadLine
       end-string
       move ForecastHeadLine to RwLine
       perform 7900-PRINT-LINE
       move spaces to PrnPositionLabel
       if WSReconThru > zero
           string "Cash account " delimited by size
               WSCashAccount delimited by size
               " reconciled through " delimited by size
               WSReconThru delimited by size
               into PrnPositionLabel
           end-string
       else
           move "Cash account - not yet reconciled by BANKREC" to PrnPositionLabel
       end-if
       move WSReconciledBalance to PrnPositionAmount
       move PositionLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "Cash booked since, not yet proven to the bank" to PrnPositionLabel
       move WSBookedSince to PrnPositionAmount
       move PositionLine to RwLine
       perform 7900-PRINT-LINE
       move "Opening position" to PrnPositionLabel
       move WSOpeningBalance to PrnPositionAmount
       move PositionLine to RwLine
       perform 7900-PRINT-LINE
       move WeekColumnLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 7100-PRINT-ONE-WEEK
           varying WSWeekIndex from 1 by 1 until WSWeekIndex > 14
       perform 7200-PRINT-LOW-POINT
       perform 7300-PRINT-THE-COMPARISON
       perform 7400-PRINT-THE-DETAIL
       set RwActionClose to true
       move WSDetailCount to RwRecordCount
       move "items projected" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

7100-PRINT-ONE-WEEK. *>the fourteenth row is what the sources hold past the
*>horizon - shown so nothing looks lost, left out of the balance
       move spaces to PrnWeekText
       if WSWeekIndex > 13
           move "Later" to PrnWeekText
           compute WkReceipts(14) = WkBySource(14, 1) + WkBySource(14, 2)
               + WkBySource(14, 3)
           compute WkDisbursed(14) = WkBySource(14, 4) + WkBySource(14, 5)
           compute WkNet(14) = WkReceipts(14) - WkDisbursed(14)
       else
           move WSWeekIndex to PrnWkNumber
           move WkStart(WSWeekIndex) to PrnWkStart
       end-if
       move WkBySource(WSWeekIndex, 1) to PrnWkInvoices
       move WkBySource(WSWeekIndex, 2) to PrnWkPlans
       move WkBySource(WSWeekIndex, 3) to PrnWkStanding
       move WkReceipts(WSWeekIndex) to PrnWkReceipts
       move WkBySource(WSWeekIndex, 4) to PrnWkVouchers
       move WkBySource(WSWeekIndex, 5) to PrnWkPurchases
       move WkDisbursed(WSWeekIndex) to PrnWkDisbursed
       move WkNet(WSWeekIndex) to PrnWkNet
       if WSWeekIndex > 13
           move zero to PrnWkBalance
           move WeekDetailLine to RwLine
           move spaces to RwLine(117:12)
           set RwActionDetail to true
           move 2 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       else
           move WkClosing(WSWeekIndex) to PrnWkBalance
           move WeekDetailLine to RwLine
           perform 7900-PRINT-LINE
       end-if.

7200-PRINT-LOW-POINT.
       move spaces to ForecastHeadLine
       move WSLowBalance to EditAmount
       move WSLowWeek to EditWeek
       if WSShortWeeks > zero
           string "SHORTFALL - balance below zero in " delimited by size
               WSShortWeeks delimited by size
               " week(s), lowest " delimited by size
               EditAmount delimited by size
               " in week " delimited by size
               EditWeek delimited by size
               into ForecastHeadLine
           end-string
       else
           string "Lowest projected balance " delimited by size
               EditAmount delimited by size
               " in week " delimited by size
               EditWeek delimited by size
               into ForecastHeadLine
           end-string
       end-if
       move ForecastHeadLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7300-PRINT-THE-COMPARISON.
       move spaces to ForecastHeadLine
       if WSLastRunDate = zero
           move "Last week's forecast - no earlier forecast has a closed week yet"
               to ForecastHeadLine
           move ForecastHeadLine to RwLine
           set RwActionDetail to true
           move 3 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
           exit paragraph
       end-if
       string "Last week's forecast - made " delimited by size
           WSLastRunDate delimited by size
           " for " delimited by size
           WSLastStart delimited by size
           " through " delimited by size
           WSLastEnd delimited by size
           into ForecastHeadLine
       end-string
       move ForecastHeadLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move CompareColumnLine to RwLine
       perform 7900-PRINT-LINE
       move "Receipts" to PrnCmpLabel
       move WSLastReceipts to PrnCmpForecast
       move WSActualReceipts to PrnCmpActual
       compute PrnCmpVariance = WSActualReceipts - WSLastReceipts
       move CompareLine to RwLine
       perform 7900-PRINT-LINE
       move "Disbursements" to PrnCmpLabel
       move WSLastDisbursed to PrnCmpForecast
       move WSActualDisbursed to PrnCmpActual
       compute PrnCmpVariance = WSActualDisbursed - WSLastDisbursed
       move CompareLine to RwLine
       perform 7900-PRINT-LINE
       move "Net" to PrnCmpLabel
       compute PrnCmpForecast = WSLastReceipts - WSLastDisbursed
       compute PrnCmpActual = WSActualReceipts - WSActualDisbursed
       compute PrnCmpVariance = (WSActualReceipts - WSActualDisbursed)
           - (WSLastReceipts - WSLastDisbursed)
       move CompareLine to RwLine
       perform 7900-PRINT-LINE
       move "Refund checks (not forecast)" to PrnCmpLabel
       move zero to PrnCmpForecast
       move WSActualRefunds to PrnCmpActual
       move WSActualRefunds to PrnCmpVariance
       move CompareLine to RwLine
       perform 7900-PRINT-LINE.

7400-PRINT-THE-DETAIL. *>the drill-down - every item behind every week, the
*>receipts ahead of the disbursements, in date order
       sort CashSortWorkFile on ascending key WCdWeek, WCdKind, WCdDate
           using CashDetailFile
           giving SortedCashDetail
       set RwActionNewPage to true
       call "RPTWRITE" using RptWriteRequest
       move "Forecast detail by week" to RwLine
       perform 7900-PRINT-LINE
       move DrillColumnLine to RwLine
       perform 7900-PRINT-LINE
       move zero to WSWeekIndex
       open input SortedCashDetail
       move 'N' to EndOfFileFlag
       perform 7410-PRINT-ONE-DETAIL until EndOfFileFlag = 'Y'
       close SortedCashDetail
       call "CBL_DELETE_FILE" using "cashdtl.tmp"
       call "CBL_DELETE_FILE" using "cashdtlSort.tmp".

7410-PRINT-ONE-DETAIL.
       read SortedCashDetail
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SrtCdWeek not = WSWeekIndex
           move SrtCdWeek to WSWeekIndex
           move WSWeekIndex to EditWeek
           move spaces to DrillWeekLine
           string "Week " delimited by size
               EditWeek delimited by size
               "  " delimited by size
               WkStart(WSWeekIndex) delimited by size
               " - " delimited by size
               WkEnd(WSWeekIndex) delimited by size
               into DrillWeekLine
           end-string
           move DrillWeekLine to RwLine
           set RwActionDetail to true
           move 2 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       end-if
       move SrtCdSource to PrnDrSource
       move SrtCdReference to PrnDrReference
       move SrtCdParty to PrnDrParty
       move SrtCdDate to PrnDrDate
       move SrtCdFlag to PrnDrFlag
       if SrtCdKind = "1"
           move SrtCdAmount to PrnDrReceipt
           move zero to PrnDrDisbursed
       else
           move zero to PrnDrReceipt
           move SrtCdAmount to PrnDrDisbursed
       end-if
       move DrillDetailLine to RwLine
       perform 7900-PRINT-LINE.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

8000-SAVE-THE-FORECAST. *>today's thirteen weeks replace any an earlier run
*>today wrote, so next week's run has one forecast to measure
       open input CashHistFile
       open output NewCashHistFile
       if CashHistOk
           move 'N' to EndOfFileFlag
           perform 8100-CARRY-ONE-HISTORY-ROW until EndOfFileFlag = 'Y'
       end-if
       close CashHistFile
       perform 8200-WRITE-ONE-HISTORY-ROW
           varying WSWeekIndex from 1 by 1 until WSWeekIndex > 13
       close NewCashHistFile
       call "CBL_COPY_FILE" using "cashfhist.tmp", "CASHFHIST.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = 0
           display "CASHFHIST.DAT could not be replaced - today's forecast is"
               " in cashfhist.tmp"
       else
           call "CBL_DELETE_FILE" using "cashfhist.tmp"
       end-if.

8100-CARRY-ONE-HISTORY-ROW.
       read CashHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if CfRunDate not = WSRunDate
           move CashHistData to NewCashHistData
           write NewCashHistData
       end-if.

8200-WRITE-ONE-HISTORY-ROW.
       move WSRunDate to CfRunDate
       move WSWeekIndex to CfWeek
       move WkStart(WSWeekIndex) to CfWeekStart
       move WkEnd(WSWeekIndex) to CfWeekEnd
       move WkReceipts(WSWeekIndex) to CfReceipts
       move WkDisbursed(WSWeekIndex) to CfDisbursed
       move WkClosing(WSWeekIndex) to CfClosing
       move CashHistData to NewCashHistData
       write NewCashHistData.

9000-POST-ONE-ITEM. *>one projected item into its week - anything dated before
*>the business date is flagged and expected in week one
       if WSPostAmount = zero
           exit paragraph
       end-if
       call "DATEDIFF" using WSRunDate, WSPostDate, WSDayCount
       if WSDayCount < zero
           move zero to WSDayCount
       else
           move spaces to WSPostFlag
       end-if
       divide WSDayCount by 7 giving WSPostWeek
       add 1 to WSPostWeek
       if WSPostWeek > 13
           move 14 to WSPostWeek
       end-if
       add WSPostAmount to WkBySource(WSPostWeek, WSPostSource)
       if WSPostWeek > 13
           exit paragraph
       end-if
       add 1 to WSDetailCount
       move WSPostWeek to CdWeek
       if WSPostSource < 4
           move "1" to CdKind
       else
           move "2" to CdKind
       end-if
       move WSPostDate to CdDate
       move WSSourceName(WSPostSource) to CdSource
       move WSPostReference to CdReference
       move WSPostParty to CdParty
       move WSPostFlag to CdFlag
       move WSPostAmount to CdAmount
       write CashDetailData.
