       >>source format free
identification division.
program-id. unbilled.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select UnbillParmFile assign to "UNBILLPARM.DAT"
           organization is line sequential
           file status is UnbillParmStatus.
       copy ordfc.
       copy prodfc.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select SortedShipmentFile assign to "shipmentSort.tmp"
           organization is line sequential.
       select ShipSortWorkFile assign to "shipmentsort.tmp".
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
fd UnbillParmFile.
01 UnbillParmData. *>one line, optional - a YYYYMM to accrue a month other
*>than the business date's, for a close run after the fact
       02 UpPeriod pic 9(6).
fd OrderFile.
       copy ordrec.
fd ProductFile.
       copy prodrec.
fd ShipmentFile.
       copy shipcnf.
fd SortedShipmentFile.
01 SrtShipmentData.
       02 SrtSnOrdNumber pic 9(6).
       02 SrtSnIdNum     pic 9(5).
       02 SrtSnShipDate  pic 9(8).
       02 SrtSnCarrier   pic x(10).
       02 SrtSnTracking  pic x(20).
       02 SrtSnCartons   pic 9(3).
       02 SrtSnSource    pic x(1).
SD ShipSortWorkFile.
01 WShipmentData.
       02 WSnOrdNumber pic 9(6).
       02 WSnIdNum     pic 9(5).
       02 WSnShipDate  pic 9(8).
       02 filler       pic x(34).
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
01 UnbillParmStatus pic x(2) value "00".
       88 UnbillParmOk value "00".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
       88 ShipmentFileNotFound value "35".
01 GlCursorFileStatus pic x(2) value "00".
       88 GlCursorFileOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 CalEndOfFile pic x(1) value 'N'.
01 HaveShipmentRecord pic x(1) value 'N'.
01 ProductOpen pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSClosePeriod pic 9(6) value zero. *>YYYYMM being accrued
01 WSCloseDate pic 9(8) value zero. *>its last day - the cut-off
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
01 WSUnbilledAccount pic x(4) value "1250". *>unbilled receivables
01 WSAccruedSalesAccount pic x(4) value "4090". *>accrued sales - unbilled
01 WSOrderNumber pic 9(6) value zero.
01 WSOrderCustomer pic 9(5) value zero.
01 WSOrderDate pic 9(8) value zero.
01 WSOrderStatus pic x(1) value space.
01 WSOrderLive pic x(1) value 'N'.
01 WSShipDate pic 9(8) value zero. *>latest SHIPMENT.DAT row by the cut-off
01 WSShippedLater pic x(1) value 'N'. *>shipped, but only after the cut-off
01 WSHaveShipment pic x(1) value 'N'.
01 WSUnbilledQty pic 9(5) value zero.
01 WSAgeDate pic 9(8) value zero.
01 WSDaysUnbilled pic s9(7) value zero.
01 WSPriceValue pic 9(9)v99 value zero.
01 WSCostValue pic 9(9)v99 value zero.
01 WSLineCount pic 9(7) value zero.
01 WSTotalPrice pic 9(11)v99 value zero.
01 WSTotalCost pic 9(11)v99 value zero.
01 WSNoCostCount pic 9(5) value zero.
01 WSAgingTable. *>how long the goods have sat unbilled at the cut-off
       02 WSAgeEntry occurs 4 times.
           03 WSAgeLabel pic x(14).
           03 WSAgeLines pic 9(7).
           03 WSAgePrice pic 9(11)v99.
           03 WSAgeCost  pic 9(11)v99.
01 WSAgeIndex pic 9(1) value zero.
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
01 UnbilledHeadLine pic x(132).
01 UnbilledColumnLine pic x(132) value
       "Order   Ln  Cust   Shipped   Days  Prod  Sz     Qty   Price value    Cost value".
01 UnbilledDetailLine.
       02 PrnOrder pic 9(6).
       02 filler pic x(2) value space.
       02 PrnLine pic 9(2).
       02 filler pic x(2) value space.
       02 PrnCust pic 9(5).
       02 filler pic x(2) value space.
       02 PrnShipDate pic 9(8).
       02 filler pic x(1) value space.
       02 PrnDays pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(1) value space.
       02 PrnSize pic x(1).
       02 filler pic x(3) value space.
       02 PrnQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnPrice pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnCost pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnNote pic x(20).
01 AgingColumnLine pic x(132) value
       "  Days unbilled        Lines        Price value         Cost value".
01 AgingDetailLine.
       02 filler pic x(2) value space.
       02 PrnAgeLabel pic x(14).
       02 filler pic x(2) value space.
       02 PrnAgeLines pic z,zzz,zz9.
       02 filler pic x(2) value space.
       02 PrnAgePrice pic zz,zzz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnAgeCost pic zz,zzz,zzz,zz9.99.
01 JournalColumnLine pic x(132) value
       "Accrual journal   GL date   Acct          Debit         Credit  Source".
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
01 EditAmount pic z,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>the month-end cut-off the accountant worked from the packing
*>slips - every order line shipped by the close date and not yet invoiced,
*>valued at the order price and at cost, aged from the day it left the dock,
*>and the revenue accrued through an ACCRUALS.DAT pair GLEXTRACT books at the
*>close date and reverses on the first day of the next period by itself
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSClosePeriod
       perform 0150-GET-PARAMETERS
       perform 0500-FIND-CLOSE-DATE
       call "DATEADD" using WSCloseDate, WSOneDay, WSReverseDate
       perform 0600-SET-UP-THE-AGING
       open input OrderFile
       if OrderFileNotFound
           display "No orders on file - nothing shipped to accrue"
           close OrderFile
           stop run
       end-if
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           stop run
       end-if
       perform 1000-SORT-SHIPMENTS
       open input SortedShipmentFile
       perform 1100-READ-NEXT-SHIPMENT
       open input ProductFile
       if ProductFileOk
           move 'Y' to ProductOpen
       end-if
       set RwActionOpen to true
       move "UNBILLED.rpt" to RwReportName
       move "Unbilled Shipments - Month-End Accrual" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to UnbilledHeadLine
       string "Period " delimited by size
           WSClosePeriod delimited by size
           " - shipped by " delimited by size
           WSCloseDate delimited by size
           " and not invoiced" delimited by size
           into UnbilledHeadLine
       end-string
       move UnbilledHeadLine to RwLine
       perform 7900-PRINT-LINE
       move UnbilledColumnLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move 'N' to EndOfFileFlag
       perform 2000-CHECK-ONE-ORDER-ROW until EndOfFileFlag = 'Y'
       close OrderFile, SortedShipmentFile
       if ProductOpen = 'Y'
           close ProductFile
       end-if
       call "CBL_DELETE_FILE" using "shipmentSort.tmp"
       perform 4000-WRITE-THE-JOURNAL thru 4000-EXIT
       perform 5000-PRINT-THE-TOTALS
       set RwActionClose to true
       move WSLineCount to RwRecordCount
       move "lines shipped, not billed" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       move WSTotalPrice to EditAmount
       evaluate true
           when JournalWritten
               display "Unbilled at " WSCloseDate " : " EditAmount
                   " accrued to ACCRUALS.DAT, reversing " WSReverseDate
           when JournalBooked
               display "Unbilled at " WSCloseDate " : " EditAmount
                   " - period already booked, report only"
           when JournalPreview
               display "Unbilled at " WSCloseDate " : " EditAmount
                   " - preview, the period has not closed yet"
           when other
               display "Nothing shipped and unbilled at " WSCloseDate
       end-evaluate
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
       open input UnbillParmFile
       if UnbillParmOk
           read UnbillParmFile
               at end continue
               not at end
                   if UpPeriod is numeric and UpPeriod > zero
                       move UpPeriod to WSClosePeriod
                   end-if
           end-read
       end-if
       close UnbillParmFile.

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

0600-SET-UP-THE-AGING.
       initialize WSAgingTable
       move "0-7 days" to WSAgeLabel(1)
       move "8-30 days" to WSAgeLabel(2)
       move "31-60 days" to WSAgeLabel(3)
       move "over 60 days" to WSAgeLabel(4).

1000-SORT-SHIPMENTS. *>by order so the confirmations walk alongside ORDMAST.DAT
       open input ShipmentFile
       if ShipmentFileNotFound
           close ShipmentFile
           open output SortedShipmentFile
           close SortedShipmentFile
       else
           close ShipmentFile
           sort ShipSortWorkFile on ascending key WSnOrdNumber, WSnShipDate
               using ShipmentFile
               giving SortedShipmentFile
       end-if.

1100-READ-NEXT-SHIPMENT.
       read SortedShipmentFile
           at end move 'N' to HaveShipmentRecord
           not at end move 'Y' to HaveShipmentRecord
       end-read.

2000-CHECK-ONE-ORDER-ROW.
       read OrderFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if OrdLineNo = zero
           perform 2100-START-ONE-ORDER
       else
           if WSOrderLive = 'Y' and OrdNumber = WSOrderNumber
               perform 2200-CHECK-ONE-LINE thru 2200-EXIT
           end-if
       end-if.

2100-START-ONE-ORDER. *>the latest confirmation on or before the cut-off dates
*>the shipment; an order whose only confirmations fall after it shipped in the
*>next period and stays out of this one
       move OrdNumber to WSOrderNumber
       move OrdIdNum to WSOrderCustomer
       move OrdDate to WSOrderDate
       move OrdStatus to WSOrderStatus
       move zero to WSShipDate
       move 'N' to WSShippedLater, WSHaveShipment
       perform 1100-READ-NEXT-SHIPMENT
           until HaveShipmentRecord = 'N' or SrtSnOrdNumber >= OrdNumber
       perform 2110-TAKE-ONE-SHIPMENT
           until HaveShipmentRecord = 'N' or SrtSnOrdNumber not = OrdNumber
       if OrdStatusCancelled or OrdStatusHeld
           move 'N' to WSOrderLive
       else
           move 'Y' to WSOrderLive
       end-if.

2110-TAKE-ONE-SHIPMENT.
       move 'Y' to WSHaveShipment
       if SrtSnShipDate <= WSCloseDate
           move SrtSnShipDate to WSShipDate
       else
           move 'Y' to WSShippedLater
       end-if
       perform 1100-READ-NEXT-SHIPMENT.

2200-CHECK-ONE-LINE. *>shipped less billed is what is owed and not yet invoiced.
*>A line from before ship quantities were kept shows zero shipped under a
*>shipped header - the confirmation on file says all of it left
       if OrdStatusCancelled or OrdStatusInvoiced
           go to 2200-EXIT
       end-if
       move zero to WSUnbilledQty
       if OrdShippedQty > OrdBilledQty
           compute WSUnbilledQty = OrdShippedQty - OrdBilledQty
       else
           if OrdShippedQty = zero and OrdBilledQty = zero
              and WSOrderStatus = "S" and WSHaveShipment = 'Y'
               move OrdQty to WSUnbilledQty
           end-if
       end-if
       if WSUnbilledQty = zero
           go to 2200-EXIT
       end-if
       if WSShipDate > zero
           move WSShipDate to WSAgeDate
       else
           if WSShippedLater = 'Y' or WSOrderDate > WSCloseDate
               go to 2200-EXIT
           end-if
           move WSOrderDate to WSAgeDate
       end-if
       compute WSPriceValue = WSUnbilledQty * OrdUnitPrice
       move zero to WSCostValue
       move spaces to PrnNote
       if ProductOpen = 'Y'
           move OrdProduct to PMName
           read ProductFile
               invalid key
                   add 1 to WSNoCostCount
                   move "NO PRODUCT - NO COST" to PrnNote
               not invalid key
                   compute WSCostValue = WSUnbilledQty * PMUnitCost
           end-read
       end-if
       if WSShipDate = zero
           move "NO SHIP CONFIRMATION" to PrnNote
       end-if
       call "DATEDIFF" using WSAgeDate, WSCloseDate, WSDaysUnbilled
       if WSDaysUnbilled < zero
           move zero to WSDaysUnbilled
       end-if
       evaluate true
           when WSDaysUnbilled <= 7  move 1 to WSAgeIndex
           when WSDaysUnbilled <= 30 move 2 to WSAgeIndex
           when WSDaysUnbilled <= 60 move 3 to WSAgeIndex
           when other                move 4 to WSAgeIndex
       end-evaluate
       add 1 to WSAgeLines(WSAgeIndex), WSLineCount
       add WSPriceValue to WSAgePrice(WSAgeIndex), WSTotalPrice
       add WSCostValue to WSAgeCost(WSAgeIndex), WSTotalCost
       move OrdNumber to PrnOrder
       move OrdLineNo to PrnLine
       move WSOrderCustomer to PrnCust
       move WSAgeDate to PrnShipDate
       move WSDaysUnbilled to PrnDays
       move OrdProduct to PrnProduct
       move OrdSize to PrnSize
       move WSUnbilledQty to PrnQty
       move WSPriceValue to PrnPrice
       move WSCostValue to PrnCost
       move UnbilledDetailLine to RwLine
       perform 7900-PRINT-LINE.
2200-EXIT.
       exit.

4000-WRITE-THE-JOURNAL. *>written only once the period has closed, and only
*>while GLEXTRACT has not yet booked any of this period's pair - a rerun
*>before the extract replaces the pair, after it the report stands alone
       if WSTotalPrice = zero
           set JournalNothing to true
           go to 4000-EXIT
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
       move "UNBILLED" to AjSource
       move WSUnbilledAccount to AjAccount
       move WSTotalPrice to AjDebit
       move zero to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSAccruedSalesAccount to AjAccount
       move zero to AjDebit
       move WSTotalPrice to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSReverseDate to AjDate
       move "UNBILREV" to AjSource
       move WSAccruedSalesAccount to AjAccount
       move WSTotalPrice to AjDebit
       move zero to AjCredit
       perform 4200-WRITE-ONE-LEG
       move WSUnbilledAccount to AjAccount
       move zero to AjDebit
       move WSTotalPrice to AjCredit
       perform 4200-WRITE-ONE-LEG
       close NewAccrualFile
       call "CBL_COPY_FILE" using "accruals.tmp", "ACCRUALS.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = 0
           display "ACCRUALS.DAT could not be replaced - the accrual is in"
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
          and (AjSource = "UNBILLED" or AjSource = "UNBILREV")
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
       move spaces to AgingDetailLine
       move "Total unbilled" to PrnAgeLabel
       move WSLineCount to PrnAgeLines
       move WSTotalPrice to PrnAgePrice
       move WSTotalCost to PrnAgeCost
       move AgingDetailLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSNoCostCount > zero
           move spaces to UnbilledHeadLine
           string WSNoCostCount delimited by size
               " line(s) on products no longer on file - cost shown as zero"
               delimited by size
               into UnbilledHeadLine
           end-string
           move UnbilledHeadLine to RwLine
           perform 7900-PRINT-LINE
       end-if
       move AgingColumnLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 5100-PRINT-ONE-AGE
           varying WSAgeIndex from 1 by 1 until WSAgeIndex > 4
       move JournalColumnLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if not JournalNothing
           move "Accrue" to PrnJrnlLabel
           move WSCloseDate to PrnJrnlDate
           move "UNBILLED" to PrnJrnlSource
           move WSUnbilledAccount to PrnJrnlAccount
           move WSTotalPrice to PrnJrnlDebit
           move zero to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSAccruedSalesAccount to PrnJrnlAccount
           move zero to PrnJrnlDebit
           move WSTotalPrice to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move "Reverse" to PrnJrnlLabel
           move WSReverseDate to PrnJrnlDate
           move "UNBILREV" to PrnJrnlSource
           move WSAccruedSalesAccount to PrnJrnlAccount
           move WSTotalPrice to PrnJrnlDebit
           move zero to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
           move spaces to PrnJrnlLabel
           move WSUnbilledAccount to PrnJrnlAccount
           move zero to PrnJrnlDebit
           move WSTotalPrice to PrnJrnlCredit
           perform 5200-PRINT-ONE-LEG
       end-if
       evaluate true
           when JournalWritten
               move "Written to ACCRUALS.DAT - GLEXTRACT books it at the close and reverses it"
                   to RwLine
           when JournalBooked
               move "Not written - GLEXTRACT has already booked this period's accrual"
                   to RwLine
           when JournalPreview
               move "Not written - preview only, the business date is before the close"
                   to RwLine
           when other
               move "Nothing to accrue" to RwLine
       end-evaluate
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

5100-PRINT-ONE-AGE.
       move WSAgeLabel(WSAgeIndex) to PrnAgeLabel
       move WSAgeLines(WSAgeIndex) to PrnAgeLines
       move WSAgePrice(WSAgeIndex) to PrnAgePrice
       move WSAgeCost(WSAgeIndex) to PrnAgeCost
       move AgingDetailLine to RwLine
       perform 7900-PRINT-LINE.

5200-PRINT-ONE-LEG.
       move JournalDetailLine to RwLine
       perform 7900-PRINT-LINE.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
