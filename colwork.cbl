       >>source format free
identification division.
program-id. colwork.
environment division.
input-output section.
file-control.
       copy custfc.
       copy planfc.
       copy colfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select SortedArTranFile assign to "colsort.tmp"
           organization is line sequential.
       select ArSortWorkFile assign to "colsortwork.tmp".
       select PayPerfFile assign to "PAYPERF.DAT"
           organization is line sequential
           file status is PayPerfFileStatus.
       select RawWorkFile assign to "colwork.tmp"
           organization is line sequential.
       select WorkSortFile assign to "colworksort.tmp".
       select WorkListFile assign to "COLWORK.DAT"
           organization is line sequential
           file status is WorkListFileStatus.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd PayPlanFile.
       copy planrec.
fd CollectFile.
       copy colrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
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
       02 WAtInvoiceAmt  pic s9(7)v99.
       02 WAtTranDate    pic 9(8).
       02 WAtTranType    pic x(2).
       02 WAtInvoiceNum  pic 9(6).
       02 WAtDispute     pic x(1).
       02 WAtDisputeReason pic x(2).
       02 WAtCurrency    pic x(3).
       02 WAtForeignAmt  pic s9(8)v99.
fd PayPerfFile.
       copy payperf.
fd RawWorkFile.
01 RawWorkData pic x(37).
SD WorkSortFile.
01 SrtWorkData.
       02 SwScore   pic 9(4).
       02 SwIdNum   pic 9(5).
       02 SwPastDue pic 9(8)v99.
       02 filler    pic x(18).
fd WorkListFile.
       copy cwrec.

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 PayPlanFileStatus pic x(2) value "00".
       88 PayPlanFileOk value "00".
01 CollectFileStatus pic x(2) value "00".
       88 CollectFileOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
       88 ArTranFileNotFound value "35".
01 PayPerfFileStatus pic x(2) value "00".
       88 PayPerfFileOk value "00".
01 WorkListFileStatus pic x(2) value "00".
       88 WorkListFileOk value "00".
01 ArTranEndOfFile pic x(1) value 'N'.
01 PerfEndOfFile pic x(1) value 'N'.
01 WorkListEndOfFile pic x(1) value 'N'.
01 WSHavePlans pic x(1) value 'N'.
01 WSHaveCollect pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSCurrentCustID pic 9(5) value zero.
01 WSPerfCount pic 9(4) value zero.
01 WSPerfTable. *>PAYPERF.DAT held in memory - one row per rated customer
       02 WSPerfEntry occurs 1000 times.
           03 WSPerfIdNum pic 9(5).
           03 WSPerfAvg   pic 9(3).
           03 WSPerfTrend pic x(1).
01 WSPerfIndex pic 9(4) value zero.
01 WSOpenCount pic 9(3) value zero.
01 WSOpenTable. *>the customer's debits in date order - credits drain them
*>oldest-first, so what is left is what is really still owed and how old
       02 WSOpenEntry occurs 300 times.
           03 WSOpenDate pic 9(8).
           03 WSOpenDue  pic 9(8). *>GETDUE - the day the item fell due
           03 WSOpenLeft pic 9(8)v99.
01 WSOpenIndex pic 9(3) value zero.
01 WSCreditLeft pic 9(8)v99 value zero.
01 WSSlice pic 9(8)v99 value zero.
01 WSItemDays pic s9(7).
01 WSNoTerms pic x(8) value spaces. *>no customer record in this pass - a row
*>with no register invoice behind it falls due on its own date
01 WSDisputed pic x(1) value 'N'.
01 WSPastDue pic 9(8)v99 value zero.
01 WSOldestDays pic 9(5) value zero.
01 WSAvgDays pic 9(3) value zero.
01 WSTrend pic x(1) value space.
01 WSScore pic 9(4) value zero.
01 WSPoints pic 9(6) value zero.
01 WSListedCount pic 9(5) value zero.
01 WSDisputeCount pic 9(5) value zero.
01 WSPlanCount pic 9(5) value zero.
01 WSWaitingCount pic 9(5) value zero.
01 WSListedTotal pic 9(10)v99 value zero.
01 WSRank pic 9(5) value zero.
01 RptHeading pic x(40) value "Collections Worklist - Call In Order".
01 RptColHeads pic x(132) value
       "Rank  IdNum Customer                        Phone           Past due  Oldest  Pays  Trend  Last call Promise  Score".
01 RptDetailLine.
       02 PrnRank pic zzz9.
       02 filler pic x(2) value space.
       02 PrnCustID pic 9(5).
       02 filler pic x(1) value space.
       02 PrnCustName pic x(31).
       02 filler pic x(1) value space.
       02 PrnPhone pic x(12).
       02 filler pic x(1) value space.
       02 PrnPastDue pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnOldest pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnAvgDays pic zz9.
       02 filler pic x(4) value space.
       02 PrnTrend pic x(1).
       02 filler pic x(4) value space.
       02 PrnLastCall pic x(8).
       02 filler pic x(2) value space.
       02 PrnPromise pic x(7).
       02 filler pic x(2) value space.
       02 PrnScore pic zzz9.
01 RptTotalLine pic x(132).
       copy rptwreq.

procedure division.
0000-MAINLINE. *>the collector's call list, rebuilt each night off the aged
*>items on ARTRANS.DAT - the most money, the oldest money and the slowest
*>payers first. Customers arguing an item, customers on a PAYPLAN plan, and
*>customers the collector has been told to leave until a follow-up date
*>stay off the list by themselves
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0500-LOAD-PAY-PERFORMANCE
       open input ArTranFile
       if ArTranFileNotFound
           display "No accounts-receivable transactions on file - no calls to make"
           close ArTranFile
           stop run
       end-if
       close ArTranFile
       sort ArSortWorkFile on ascending key WAtIdNum, WAtTranDate
           using ArTranFile
           giving SortedArTranFile
       open input PayPlanFile
       if PayPlanFileOk
           move 'Y' to WSHavePlans
       end-if
       open input CollectFile
       if CollectFileOk
           move 'Y' to WSHaveCollect
       end-if
       open input SortedArTranFile
       open output RawWorkFile
       perform 2000-READ-NEXT-AR-TRAN
       perform 3000-WORK-ONE-CUSTOMER thru 3000-EXIT
           until ArTranEndOfFile = 'Y'
       close SortedArTranFile, RawWorkFile, PayPlanFile, CollectFile
       sort WorkSortFile on descending key SwScore
           descending key SwPastDue
           using RawWorkFile
           giving WorkListFile
       call "CBL_DELETE_FILE" using "colsort.tmp"
       call "CBL_DELETE_FILE" using "colwork.tmp"
       perform 6000-PRINT-THE-WORKLIST
       display "Collections worklist - " WSListedCount " to call for "
           WSListedTotal " past due; " WSDisputeCount " in dispute, "
           WSPlanCount " on a plan, " WSWaitingCount " waiting on a follow-up date"
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

0500-LOAD-PAY-PERFORMANCE.
       move zero to WSPerfCount
       open input PayPerfFile
       if PayPerfFileOk
           move 'N' to PerfEndOfFile
           perform 0550-LOAD-ONE-PERF until PerfEndOfFile = 'Y'
       end-if
       close PayPerfFile.

0550-LOAD-ONE-PERF.
       read PayPerfFile next
           at end move 'Y' to PerfEndOfFile
           not at end
               if WSPerfCount < 1000
                   add 1 to WSPerfCount
                   move PfIdNum to WSPerfIdNum(WSPerfCount)
                   move PfAvgDays to WSPerfAvg(WSPerfCount)
                   move PfTrend to WSPerfTrend(WSPerfCount)
               end-if
       end-read.

2000-READ-NEXT-AR-TRAN.
       read SortedArTranFile next
           at end move 'Y' to ArTranEndOfFile
       end-read.

3000-WORK-ONE-CUSTOMER.
       move SrtAtIdNum to WSCurrentCustID
       move zero to WSOpenCount, WSPastDue, WSOldestDays
       move 'N' to WSDisputed
       perform 3100-TAKE-ONE-ROW
           until ArTranEndOfFile = 'Y' or SrtAtIdNum not = WSCurrentCustID
       perform 3500-AGE-ONE-ITEM varying WSOpenIndex from 1 by 1
           until WSOpenIndex > WSOpenCount
       if WSPastDue = zero
           go to 3000-EXIT
       end-if
       if WSDisputed = 'Y'
           add 1 to WSDisputeCount
           go to 3000-EXIT
       end-if
       if WSHavePlans = 'Y'
           move WSCurrentCustID to PpIdNum
           read PayPlanFile
               key is PpIdNum
               invalid key continue
               not invalid key
                   if PpActive
                       add 1 to WSPlanCount
                       go to 3000-EXIT
                   end-if
           end-read
       end-if
       initialize CollectData
       move WSCurrentCustID to CoIdNum
       if WSHaveCollect = 'Y'
           read CollectFile
               key is CoIdNum
               invalid key
                   initialize CollectData
                   move WSCurrentCustID to CoIdNum
           end-read
       end-if
       if CoFollowUp > WSRunDate
           add 1 to WSWaitingCount
           go to 3000-EXIT
       end-if
       perform 4000-SCORE-THE-CUSTOMER
       perform 4500-WRITE-WORKLIST-ROW.
3000-EXIT.
       exit.

3100-TAKE-ONE-ROW. *>deposits belong to orders, not to the receivable; a
*>disputed item anywhere on the account takes the customer off the list
       evaluate true
           when SrtAtTranType = "DP"
               continue
           when SrtAtInvoiceAmt > zero
               if SrtAtDispute = 'D'
                   move 'Y' to WSDisputed
               end-if
               if WSOpenCount < 300
                   add 1 to WSOpenCount
                   move SrtAtTranDate to WSOpenDate(WSOpenCount)
                   call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, WSNoTerms,
                       WSOpenDue(WSOpenCount)
                   move SrtAtInvoiceAmt to WSOpenLeft(WSOpenCount)
               else
                   add SrtAtInvoiceAmt to WSOpenLeft(WSOpenCount)
               end-if
           when SrtAtInvoiceAmt < zero
               compute WSCreditLeft = zero - SrtAtInvoiceAmt
               perform 3150-DRAIN-ONE-ITEM varying WSOpenIndex from 1 by 1
                   until WSOpenIndex > WSOpenCount or WSCreditLeft = zero
           when other
               continue
       end-evaluate
       perform 2000-READ-NEXT-AR-TRAN.

3150-DRAIN-ONE-ITEM.
       if WSOpenLeft(WSOpenIndex) > zero
           if WSOpenLeft(WSOpenIndex) >= WSCreditLeft
               move WSCreditLeft to WSSlice
           else
               move WSOpenLeft(WSOpenIndex) to WSSlice
           end-if
           subtract WSSlice from WSOpenLeft(WSOpenIndex)
           subtract WSSlice from WSCreditLeft
       end-if.

3500-AGE-ONE-ITEM. *>past due is anything still owed after the day it fell
*>due, and the age is counted from that day
       if WSOpenLeft(WSOpenIndex) > zero
           call "DATEDIFF" using WSOpenDue(WSOpenIndex), WSRunDate, WSItemDays
           if WSItemDays > zero
               add WSOpenLeft(WSOpenIndex) to WSPastDue
               if WSItemDays > WSOldestDays
                   move WSItemDays to WSOldestDays
               end-if
           end-if
       end-if.

4000-SCORE-THE-CUSTOMER. *>a dollar point per hundred past due (up to 400),
*>50 to 200 for the days the oldest item is past due, up to 100 more for a slow
*>PAYPERF average, 75 if they are paying slower than last month, and 100
*>for a promise already broken
       compute WSPoints = WSPastDue / 100
       if WSPoints > 400
           move 400 to WSPoints
       end-if
       evaluate true
           when WSOldestDays <= 30  add 50 to WSPoints
           when WSOldestDays <= 60  add 100 to WSPoints
           when WSOldestDays <= 90  add 150 to WSPoints
           when other               add 200 to WSPoints
       end-evaluate
       move zero to WSAvgDays
       move space to WSTrend
       perform 4100-FIND-PERF varying WSPerfIndex from 1 by 1
           until WSPerfIndex > WSPerfCount
       if WSAvgDays > 45
           if WSAvgDays > 145
               add 100 to WSPoints
           else
               compute WSPoints = WSPoints + WSAvgDays - 45
           end-if
       end-if
       if WSTrend = "S"
           add 75 to WSPoints
       end-if
       if CoPromiseBroken
           add 100 to WSPoints
       end-if
       move WSPoints to WSScore.

4100-FIND-PERF.
       if WSPerfIdNum(WSPerfIndex) = WSCurrentCustID
           move WSPerfAvg(WSPerfIndex) to WSAvgDays
           move WSPerfTrend(WSPerfIndex) to WSTrend
       end-if.

4500-WRITE-WORKLIST-ROW.
       move WSScore to CwScore
       move WSCurrentCustID to CwIdNum
       move WSPastDue to CwPastDue
       move WSOldestDays to CwOldestDays
       move WSAvgDays to CwAvgDays
       move WSTrend to CwTrend
       move CoLastCall to CwLastCall
       move CoPromiseStatus to CwPromiseStatus
       write RawWorkData from WorkListData
       add 1 to WSListedCount
       add WSPastDue to WSListedTotal.

6000-PRINT-THE-WORKLIST.
       open input CustomerFile
       open input WorkListFile
       set RwActionOpen to true
       move "COLWORK.rpt" to RwReportName
       move RptHeading to RwTitle
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move RptColHeads to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move zero to WSRank
       move 'N' to WorkListEndOfFile
       perform 6100-PRINT-ONE-CALL until WorkListEndOfFile = 'Y'
       move spaces to RptTotalLine
       string "Past due on the list : " delimited by size
           WSListedTotal delimited by size
           "   off the list - dispute " delimited by size
           WSDisputeCount delimited by size
           "  plan " delimited by size
           WSPlanCount delimited by size
           "  follow-up later " delimited by size
           WSWaitingCount delimited by size
           into RptTotalLine
       end-string
       set RwActionDetail to true
       move RptTotalLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSListedCount to RwRecordCount
       move "customers to call" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close CustomerFile, WorkListFile.

6100-PRINT-ONE-CALL.
       read WorkListFile
           at end
               move 'Y' to WorkListEndOfFile
           not at end
               add 1 to WSRank
               move WSRank to PrnRank
               move CwIdNum to PrnCustID
               move spaces to PrnCustName, PrnPhone
               move CwIdNum to IdNum
               read CustomerFile
                   key is IdNum
                   invalid key move "** not on the customer master **" to PrnCustName
                   not invalid key
                       string function trim(FirstName) delimited by size
                           " " delimited by size
                           function trim(LastName) delimited by size
                           into PrnCustName
                       end-string
                       move Phone to PrnPhone
               end-read
               move CwPastDue to PrnPastDue
               move CwOldestDays to PrnOldest
               move CwAvgDays to PrnAvgDays
               move CwTrend to PrnTrend
               if CwLastCall = zero
                   move "never" to PrnLastCall
               else
                   move CwLastCall to PrnLastCall
               end-if
               evaluate CwPromiseStatus
                   when "O" move "OPEN" to PrnPromise
                   when "K" move "KEPT" to PrnPromise
                   when "B" move "BROKEN" to PrnPromise
                   when other move spaces to PrnPromise
               end-evaluate
               move CwScore to PrnScore
               set RwActionDetail to true
               move RptDetailLine to RwLine
               move 1 to RwAdvance
               call "RPTWRITE" using RptWriteRequest
       end-read.
