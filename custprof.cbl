       >>source format free
identification division.
program-id. custprof.
environment division.
input-output section.
file-control.
       copy custfc.
       copy ordfc.
       copy prodfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select SalesRepFile assign to "SALESREP.DAT"
           organization is line sequential
           file status is SalesRepStatus.
       select CommChargeFile assign to "COMMCHG.DAT"
           organization is line sequential
           file status is CommChargeStatus.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select PayPerfFile assign to "PAYPERF.DAT"
           organization is line sequential
           file status is PayPerfFileStatus.
       select ProfitWorkFile assign to "custprof.tmp"
           organization is line sequential.
       select SortedProfitFile assign to "custprofsort.tmp"
           organization is line sequential.
       select ProfitSortWorkFile assign to "custprofwork.tmp".
data division.
file section.
fd CustomerFile.
       copy custrec.
fd OrderFile.
       copy ordrec.
fd ProductFile.
       copy prodrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd InvRegisterFile.
       copy invreg.
fd ArTranFile.
       copy artran.
fd SalesRepFile.
       copy repres.
fd CommChargeFile.
01 CommChargeData.
       02 CbDate   pic 9(8).
       02 CbRep    pic x(3).
       02 CbOrder  pic 9(6).
       02 CbAmount pic 9(7)v99.
fd ShipmentFile.
       copy shipcnf.
fd PayPerfFile.
       copy payperf.
fd ProfitWorkFile.
01 ProfitWorkData. *>one customer's figures for one period, ready to rank
       02 PwPeriod  pic 9(1). *>1 = the month, 2 = year to date
       02 PwNet     pic s9(10)v99.
       02 PwIdNum   pic 9(5).
       02 PwClass   pic x(1).
       02 PwAmount  pic s9(9)v99 occurs 8 times.
fd SortedProfitFile.
01 SrtProfitData.
       02 SrtPwPeriod pic 9(1).
       02 SrtPwNet    pic s9(10)v99.
       02 SrtPwIdNum  pic 9(5).
       02 SrtPwClass  pic x(1).
       02 SrtPwAmount pic s9(9)v99 occurs 8 times.
SD ProfitSortWorkFile.
01 WProfitData.
       02 WPwPeriod pic 9(1).
       02 WPwNet    pic s9(10)v99.
       02 filler    pic x(94).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
       88 InvRegisterFileNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 SalesRepStatus pic x(2) value "00".
       88 SalesRepOk value "00".
01 CommChargeStatus pic x(2) value "00".
       88 CommChargeOk value "00".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
01 PayPerfFileStatus pic x(2) value "00".
       88 PayPerfFileOk value "00".
01 RegisterEndOfFile pic x(1) value 'N'.
01 ArEndOfFile pic x(1) value 'N'.
01 OrderEndOfFile pic x(1) value 'N'.
01 RepEndOfFile pic x(1) value 'N'.
01 ChargeEndOfFile pic x(1) value 'N'.
01 ShipmentEndOfFile pic x(1) value 'N'.
01 PerfEndOfFile pic x(1) value 'N'.
01 ProfitEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSRunMonth pic 9(6). *>YYYYMM the month column covers
01 WSRunYear pic 9(4).
01 WSYearStart pic 9(6). *>YYYYMM the year-to-date column opens
01 WSCarryRate pic 9(2)v99 value zero. *>annual cost of money, percent
01 WSTopN pic 9(4) value zero.
01 WSCustCount pic 9(4) value zero.
01 WSCustTable. *>one slot per customer with any activity in the year to date
       02 WSCustEntry occurs 1000 times.
           03 WSCpIdNum   pic 9(5).
           03 WSCpClass   pic x(1).
           03 WSCpAvgDays pic 9(3).
           03 WSCpPeriod occurs 2 times. *>1 = the month, 2 = year to date
               04 WSCpAmount pic s9(9)v99 occurs 9 times.
*>the figure each WSCpAmount slot carries
01 WSAmtRevenue    pic 9(1) value 1. *>invoiced goods, net of VAT and freight
01 WSAmtGoodsCost  pic 9(1) value 2. *>billed units at PMUnitCost
01 WSAmtFreight    pic 9(1) value 3. *>freight rated on what shipped less
                                      *>freight billed - what we absorbed
01 WSAmtCredits    pic 9(1) value 4. *>RETURNS credit memos
01 WSAmtWriteOffs  pic 9(1) value 5.
01 WSAmtCommission pic 9(1) value 6. *>the rep's rate on billed revenue,
                                      *>less COMMCHG chargebacks
01 WSAmtFinChg     pic 9(1) value 7. *>finance charges, as far as paid
01 WSAmtCarrying   pic 9(1) value 8. *>the money tied up while they take
                                      *>PAYPERF's average days to pay
01 WSAmtPayments   pic 9(1) value 9. *>cash received - caps the finance charges
01 WSCustIndex pic 9(4) value zero.
01 WSSlot pic 9(4) value zero.
01 WSPeriodIndex pic 9(1) value zero.
01 WSAmtIndex pic 9(1) value zero.
01 WSPostIdNum pic 9(5).
01 WSPostMonth pic 9(6).
01 WSPostSlot pic 9(1).
01 WSPostAmount pic s9(9)v99.
01 WSPostNew pic x(1) value 'Y'. *>N = only add to customers already found
01 WSRepCount pic 9(3) value zero.
01 WSRepTable. *>SALESREP.DAT held in memory for the commission rates
       02 WSRepEntry occurs 200 times.
           03 WSRepCode pic x(3).
           03 WSRepRate pic 9(2)v99.
01 WSRepIndex pic 9(3) value zero.
01 WSFindRep pic x(3).
01 WSFoundRate pic 9(2)v99.
01 WSHeaderIdNum pic 9(5) value zero.
01 WSHeaderMonth pic 9(6) value zero.
01 WSHeaderRate pic 9(2)v99 value zero.
01 WSLineRevenue pic 9(9)v99.
01 WSUnitCost pic 9(5)v99.
01 WSFreightCost pic 9(6)v99.
01 WSCartons pic 9(3).
01 WSShipZip pic x(9).
01 WSNet pic s9(10)v99.
01 WSSectionRank pic 9(4) value zero.
01 WSSectionPeriod pic 9(1) value zero.
01 WSSectionNet pic s9(12)v99 value zero.
01 WSSectionLosers pic 9(4) value zero.
01 WSSectionALosers pic 9(4) value zero.
01 WSRowsPrinted pic 9(7) value zero.
01 RptHeading pic x(40) value "Customer Profitability - by contribution".
01 RptSectionLine pic x(132).
01 RptColHeads.
       02 filler pic x(62) value
           "Rank IdNum  C    Revenue  Goods cost     Freight     Credits  ".
       02 filler pic x(61) value
           "Write-offs  Commission    Fin chgs    Carrying   Contribution".
01 RptDetailLine.
       02 PrnRank pic zzz9.
       02 filler pic x(1) value space.
       02 PrnCustID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnClass pic x(1).
       02 PrnAmountGroup occurs 8 times.
           03 filler pic x(1).
           03 PrnAmount pic zzz,zz9.99-.
       02 filler pic x(1) value space.
       02 PrnNet pic zz,zzz,zz9.99-.
       02 filler pic x(1) value space.
       02 PrnFlag pic x(6).
01 RptTotalLine.
       02 PrnTotalLabel pic x(40).
       02 PrnTotalCount pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnTotalNet pic zzz,zzz,zzz,zz9.99-.
       copy rptwreq.

procedure division.
0000-MAINLINE. *>what each customer is actually worth to us - invoiced revenue
*>less what the goods cost, the freight we ate, credits, write-offs and the
*>rep's commission, plus the finance charges they paid, less the cost of the
*>money tied up while they take their time paying. Ranked for the month and
*>the year to date, next to the ABC class CUSTRANK gave them on sales alone
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       display "Month to report (YYYYMM, 0 = this month) : " with no advancing
       accept WSRunMonth
       if WSRunMonth = zero
           move WSRunDate(1:6) to WSRunMonth
       end-if
       divide WSRunMonth by 100 giving WSRunYear
       compute WSYearStart = (WSRunYear * 100) + 1
       display "Annual carrying-cost rate percent (0 = 12.00) : " with no advancing
       accept WSCarryRate
       if WSCarryRate = zero
           move 12.00 to WSCarryRate
       end-if
       display "Top how many customers per period (0 = all) : " with no advancing
       accept WSTopN
       open input InvRegisterFile
       if InvRegisterFileNotFound
           display "INVREG.DAT not found - no invoices to analyse"
           close InvRegisterFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to RegisterEndOfFile
       perform 1000-TALLY-ONE-INVOICE until RegisterEndOfFile = 'Y'
       close InvRegisterFile
       perform 0200-LOAD-SALES-REPS
       perform 2000-TALLY-AR-MOVEMENTS
       perform 3000-TALLY-ORDER-LINES thru 3000-EXIT
       perform 4000-TALLY-FREIGHT-COST thru 4000-EXIT
       if WSCustCount = zero
           display "No customer activity in " WSRunMonth " or the year to date"
           stop run
       end-if
       perform 5000-LOAD-PAY-PERFORMANCE
       perform 5500-FINISH-THE-CUSTOMERS
       sort ProfitSortWorkFile on ascending key WPwPeriod
           descending key WPwNet
           using ProfitWorkFile
           giving SortedProfitFile
       call "CBL_DELETE_FILE" using "custprof.tmp"
       perform 6000-PRINT-THE-RANKING
       call "CBL_DELETE_FILE" using "custprofsort.tmp"
       display WSCustCount " customers ranked for " WSRunMonth
           " and the year to date - report on CUSTPROF.rpt"
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

0200-LOAD-SALES-REPS.
       move zero to WSRepCount
       open input SalesRepFile
       if SalesRepOk
           move 'N' to RepEndOfFile
           perform 0210-LOAD-ONE-REP until RepEndOfFile = 'Y'
       end-if
       close SalesRepFile.

0210-LOAD-ONE-REP.
       read SalesRepFile
           at end
               move 'Y' to RepEndOfFile
               exit paragraph
       end-read
       if WSRepCount < 200
           add 1 to WSRepCount
           move SrCode to WSRepCode(WSRepCount)
           move SrRatePct to WSRepRate(WSRepCount)
       end-if.

1000-TALLY-ONE-INVOICE. *>the goods on the invoice - VAT is the state's money and
*>the freight billed is set against the freight we paid under 4000
       read InvRegisterFile
           at end
               move 'Y' to RegisterEndOfFile
               exit paragraph
       end-read
       if IrVoided
           exit paragraph
       end-if
       move IrIdNum to WSPostIdNum
       move IrDate(1:6) to WSPostMonth
       move 'Y' to WSPostNew
       move WSAmtRevenue to WSPostSlot
       move IrSubtotal to WSPostAmount
       perform 9000-POST-TO-CUSTOMER
       move WSAmtFreight to WSPostSlot
       compute WSPostAmount = zero - IrFreight
       perform 9000-POST-TO-CUSTOMER.

2000-TALLY-AR-MOVEMENTS. *>credit memos, write-offs and finance charges off the
*>receivable rows, and the payments that show whether a charge was collected
       open input ArTranFile
       if ArTranFileOk
           move 'N' to ArEndOfFile
           perform 2100-TALLY-ONE-AR-ROW until ArEndOfFile = 'Y'
       end-if
       close ArTranFile.

2100-TALLY-ONE-AR-ROW.
       read ArTranFile
           at end
               move 'Y' to ArEndOfFile
               exit paragraph
       end-read
       move AtIdNum to WSPostIdNum
       move AtTranDate(1:6) to WSPostMonth
       move 'Y' to WSPostNew
       evaluate true
           when AtTranCredit or AtTranRebate or AtTranDiscount
             or AtTranAward
               move WSAmtCredits to WSPostSlot
           when AtTranWriteOff
               move WSAmtWriteOffs to WSPostSlot
           when AtTranFinChg
               move WSAmtFinChg to WSPostSlot
           when AtTranPayment
               move WSAmtPayments to WSPostSlot
               move 'N' to WSPostNew
           when other
               exit paragraph
       end-evaluate
       if AtInvoiceAmt < zero
           compute WSPostAmount = zero - AtInvoiceAmt
       else
           move AtInvoiceAmt to WSPostAmount
       end-if
       perform 9000-POST-TO-CUSTOMER.

3000-TALLY-ORDER-LINES. *>billed units at the master's unit cost, and the rep's
*>commission at the rate COMMRUN pays - the header carries customer and rep
       open input OrderFile
       if not OrderFileOk
           close OrderFile
           go to 3000-EXIT
       end-if
       open input ProductFile
       move 'N' to OrderEndOfFile
       perform 3100-TALLY-ONE-ORDER-ROW until OrderEndOfFile = 'Y'
       close ProductFile
       perform 3500-TALLY-CHARGEBACKS
       close OrderFile.
3000-EXIT.
       exit.

3100-TALLY-ONE-ORDER-ROW.
       read OrderFile next
           at end
               move 'Y' to OrderEndOfFile
               exit paragraph
       end-read
       if OrdLineNo = zero
           move OrdIdNum to WSHeaderIdNum
           move OrdDate(1:6) to WSHeaderMonth
           move OrdSalesRep to WSFindRep
           perform 3200-FIND-REP-RATE
           move WSFoundRate to WSHeaderRate
           exit paragraph
       end-if
       if OrdBilledQty = zero
           exit paragraph
       end-if
       move WSHeaderIdNum to WSPostIdNum
       move WSHeaderMonth to WSPostMonth
       move 'Y' to WSPostNew
       move zero to WSUnitCost
       move OrdProduct to PMName
       read ProductFile
           key is PMName
           invalid key continue
           not invalid key move PMUnitCost to WSUnitCost
       end-read
       move WSAmtGoodsCost to WSPostSlot
       compute WSPostAmount = OrdBilledQty * WSUnitCost
       perform 9000-POST-TO-CUSTOMER
       if WSHeaderRate > zero
           compute WSLineRevenue = OrdBilledQty * OrdUnitPrice
           move WSAmtCommission to WSPostSlot
           compute WSPostAmount rounded = (WSLineRevenue * WSHeaderRate) / 100
           perform 9000-POST-TO-CUSTOMER
       end-if.

3200-FIND-REP-RATE. *>a code with no SALESREP.DAT row earns nothing, as in COMMRUN
       move zero to WSFoundRate
       perform 3210-MATCH-ONE-REP
           varying WSRepIndex from 1 by 1 until WSRepIndex > WSRepCount.

3210-MATCH-ONE-REP.
       if WSRepCode(WSRepIndex) = WSFindRep and WSFindRep not = spaces
           move WSRepRate(WSRepIndex) to WSFoundRate
       end-if.

3500-TALLY-CHARGEBACKS. *>a return takes the commission back off the order it
*>came from - the order header says whose account that was
       open input CommChargeFile
       if CommChargeOk
           move 'N' to ChargeEndOfFile
           perform 3600-TALLY-ONE-CHARGEBACK until ChargeEndOfFile = 'Y'
       end-if
       close CommChargeFile.

3600-TALLY-ONE-CHARGEBACK.
       read CommChargeFile
           at end
               move 'Y' to ChargeEndOfFile
               exit paragraph
       end-read
       move CbOrder to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key exit paragraph
       end-read
       move CbRep to WSFindRep
       perform 3200-FIND-REP-RATE
       if WSFoundRate = zero
           exit paragraph
       end-if
       move OrdIdNum to WSPostIdNum
       move CbDate(1:6) to WSPostMonth
       move 'N' to WSPostNew
       move WSAmtCommission to WSPostSlot
       compute WSPostAmount rounded = zero - (CbAmount * WSFoundRate) / 100
       perform 9000-POST-TO-CUSTOMER.

4000-TALLY-FREIGHT-COST. *>every shipment rated through GETFRT off the zone
*>table, the way the invoice run prices it - a shipment billed freight-free or
*>under the rate shows up here as freight we paid for
       open input ShipmentFile
       if not ShipmentFileOk
           close ShipmentFile
           go to 4000-EXIT
       end-if
       open input CustomerFile
       move 'N' to ShipmentEndOfFile
       perform 4100-TALLY-ONE-SHIPMENT until ShipmentEndOfFile = 'Y'
       close CustomerFile, ShipmentFile.
4000-EXIT.
       exit.

4100-TALLY-ONE-SHIPMENT.
       read ShipmentFile
           at end
               move 'Y' to ShipmentEndOfFile
               exit paragraph
       end-read
       move SnIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key exit paragraph
       end-read
       move Zip to WSShipZip
       move SnCartons to WSCartons
       if WSCartons = zero
           move 1 to WSCartons
       end-if
       move zero to WSFreightCost
       call "GETFRT" using WSShipZip, WSCartons, WSFreightCost
       if WSFreightCost = zero
           exit paragraph
       end-if
       move SnIdNum to WSPostIdNum
       move SnShipDate(1:6) to WSPostMonth
       move 'Y' to WSPostNew
       move WSAmtFreight to WSPostSlot
       move WSFreightCost to WSPostAmount
       perform 9000-POST-TO-CUSTOMER.

5000-LOAD-PAY-PERFORMANCE. *>PAYTRACK's dollar-weighted average days to pay
       open input PayPerfFile
       if PayPerfFileOk
           move 'N' to PerfEndOfFile
           perform 5100-LOAD-ONE-PERF-ROW until PerfEndOfFile = 'Y'
       end-if
       close PayPerfFile.

5100-LOAD-ONE-PERF-ROW.
       read PayPerfFile
           at end
               move 'Y' to PerfEndOfFile
               exit paragraph
       end-read
       move PfIdNum to WSPostIdNum
       perform 9100-FIND-CUSTOMER-SLOT
       if WSSlot > zero
           move PfAvgDays to WSCpAvgDays(WSSlot)
       end-if.

5500-FINISH-THE-CUSTOMERS.
       open input CustomerFile
       open output ProfitWorkFile
       perform 5600-FINISH-ONE-CUSTOMER
           varying WSCustIndex from 1 by 1 until WSCustIndex > WSCustCount
       close CustomerFile, ProfitWorkFile.

5600-FINISH-ONE-CUSTOMER.
       move space to WSCpClass(WSCustIndex)
       move WSCpIdNum(WSCustIndex) to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
           not invalid key move AbcClass to WSCpClass(WSCustIndex)
       end-read
       perform 5700-FINISH-ONE-PERIOD
           varying WSPeriodIndex from 1 by 1 until WSPeriodIndex > 2.

5700-FINISH-ONE-PERIOD. *>finance charges count only as far as the customer
*>paid money in - the carrying cost is the period's revenue financed for the
*>average days they take, at the annual rate
       if WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtFinChg)
          > WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtPayments)
           move WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtPayments)
               to WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtFinChg)
       end-if
       compute WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtCarrying) rounded =
           (WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtRevenue)
            * WSCpAvgDays(WSCustIndex) * WSCarryRate) / 36500
       compute WSNet =
           WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtRevenue)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtGoodsCost)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtFreight)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtCredits)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtWriteOffs)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtCommission)
           + WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtFinChg)
           - WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtCarrying)
       if WSPeriodIndex = 1 and WSNet = zero
          and WSCpAmount(WSCustIndex, 1, WSAmtRevenue) = zero
          and WSCpAmount(WSCustIndex, 1, WSAmtCredits) = zero
          and WSCpAmount(WSCustIndex, 1, WSAmtWriteOffs) = zero
           exit paragraph
       end-if
       move WSPeriodIndex to PwPeriod
       move WSNet to PwNet
       move WSCpIdNum(WSCustIndex) to PwIdNum
       move WSCpClass(WSCustIndex) to PwClass
       perform 5800-MOVE-ONE-AMOUNT
           varying WSAmtIndex from 1 by 1 until WSAmtIndex > 8
       write ProfitWorkData.

5800-MOVE-ONE-AMOUNT.
       move WSCpAmount(WSCustIndex, WSPeriodIndex, WSAmtIndex)
           to PwAmount(WSAmtIndex).

6000-PRINT-THE-RANKING.
       set RwActionOpen to true
       move "CUSTPROF.rpt" to RwReportName
       move RptHeading to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move zero to WSSectionPeriod
       open input SortedProfitFile
       move 'N' to ProfitEndOfFile
       read SortedProfitFile
           at end move 'Y' to ProfitEndOfFile
       end-read
       perform 6100-PRINT-ONE-SECTION until ProfitEndOfFile = 'Y'
       close SortedProfitFile
       set RwActionClose to true
       move WSRowsPrinted to RwRecordCount
       move "customer lines printed" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

6100-PRINT-ONE-SECTION.
       move SrtPwPeriod to WSSectionPeriod
       move zero to WSSectionRank, WSSectionNet, WSSectionLosers,
           WSSectionALosers
       if WSRowsPrinted > zero
           set RwActionNewPage to true
           call "RPTWRITE" using RptWriteRequest
       end-if
       move spaces to RptSectionLine
       if WSSectionPeriod = 1
           string "Month " delimited by size
               WSRunMonth delimited by size
               "   carrying cost at " delimited by size
               WSCarryRate delimited by size
               " pct a year" delimited by size
               into RptSectionLine
           end-string
       else
           string "Year to date " delimited by size
               WSYearStart delimited by size
               " - " delimited by size
               WSRunMonth delimited by size
               "   carrying cost at " delimited by size
               WSCarryRate delimited by size
               " pct a year" delimited by size
               into RptSectionLine
           end-string
       end-if
       set RwActionDetail to true
       move RptSectionLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move RptColHeads to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 6200-PRINT-ONE-CUSTOMER
           until ProfitEndOfFile = 'Y' or SrtPwPeriod not = WSSectionPeriod
       move "Customers ranked / total contribution" to PrnTotalLabel
       move WSSectionRank to PrnTotalCount
       move WSSectionNet to PrnTotalNet
       move RptTotalLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "  losing us money" to PrnTotalLabel
       move WSSectionLosers to PrnTotalCount
       move zero to PrnTotalNet
       move RptTotalLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "  of which A-class accounts" to PrnTotalLabel
       move WSSectionALosers to PrnTotalCount
       move RptTotalLine to RwLine
       call "RPTWRITE" using RptWriteRequest.

6200-PRINT-ONE-CUSTOMER. *>the losers are counted even past the top-N cut
       add 1 to WSSectionRank
       add SrtPwNet to WSSectionNet
       move spaces to PrnFlag
       if SrtPwNet < zero
           add 1 to WSSectionLosers
           move "LOSS" to PrnFlag
           if SrtPwClass = 'A'
               add 1 to WSSectionALosers
               move "*LOSS*" to PrnFlag
           end-if
       end-if
       if WSTopN = zero or WSSectionRank <= WSTopN
           move WSSectionRank to PrnRank
           move SrtPwIdNum to PrnCustID
           move SrtPwClass to PrnClass
           perform 6300-MOVE-ONE-PRINT-AMOUNT
               varying WSAmtIndex from 1 by 1 until WSAmtIndex > 8
           move SrtPwNet to PrnNet
           move RptDetailLine to RwLine
           move 1 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
           add 1 to WSRowsPrinted
       end-if
       read SortedProfitFile
           at end move 'Y' to ProfitEndOfFile
       end-read.

6300-MOVE-ONE-PRINT-AMOUNT.
       move space to PrnAmountGroup(WSAmtIndex)
       move SrtPwAmount(WSAmtIndex) to PrnAmount(WSAmtIndex).

9000-POST-TO-CUSTOMER. *>a dated amount into the customer's month and year-to-date
*>columns - anything outside the year to date is passed over
       if WSPostMonth < WSYearStart or WSPostMonth > WSRunMonth
           exit paragraph
       end-if
       perform 9100-FIND-CUSTOMER-SLOT
       if WSSlot = zero
           if WSPostNew not = 'Y' or WSCustCount >= 1000
               exit paragraph
           end-if
           add 1 to WSCustCount
           move WSCustCount to WSSlot
           move WSPostIdNum to WSCpIdNum(WSSlot)
           move space to WSCpClass(WSSlot)
           move zero to WSCpAvgDays(WSSlot)
           perform 9200-ZERO-ONE-AMOUNT
               varying WSAmtIndex from 1 by 1 until WSAmtIndex > 9
       end-if
       add WSPostAmount to WSCpAmount(WSSlot, 2, WSPostSlot)
       if WSPostMonth = WSRunMonth
           add WSPostAmount to WSCpAmount(WSSlot, 1, WSPostSlot)
       end-if.

9100-FIND-CUSTOMER-SLOT.
       move zero to WSSlot
       perform 9110-MATCH-ONE-SLOT
           varying WSCustIndex from 1 by 1
           until WSCustIndex > WSCustCount or WSSlot > zero.

9110-MATCH-ONE-SLOT.
       if WSCpIdNum(WSCustIndex) = WSPostIdNum
           move WSCustIndex to WSSlot
       end-if.

9200-ZERO-ONE-AMOUNT.
       move zero to WSCpAmount(WSSlot, 1, WSAmtIndex)
       move zero to WSCpAmount(WSSlot, 2, WSAmtIndex).
