       >>source format free
identification division.
program-id. fadepr.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select FaParmFile assign to "FADEPRPARM.DAT"
           organization is line sequential
           file status is FaParmStatus.
       copy assetfc.
       select AssetClassFile assign to "FACLASS.DAT"
           organization is line sequential
           file status is AssetClassStatus.
       select DeprDetailFile assign to "fadepr.tmp"
           organization is line sequential.
       select SortedDeprDetail assign to "fadeprSort.tmp"
           organization is line sequential.
       select DeprSortWorkFile assign to "fadeprsort.tmp".
       select DisposalFile assign to "fadisp.tmp"
           organization is line sequential.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd BusCalFile.
01 BusCalData.
       02 CalDate pic 9(8).
       02 CalType pic x(1).
fd FaParmFile.
01 FaParmData. *>one line, optional - a YYYYMM to depreciate through other
*>than the business date's month, for a close run after the fact
       02 FpPeriod pic 9(6).
fd FixedAssetFile.
       copy assetrec.
fd AssetClassFile.
       copy faclass.
fd DeprDetailFile.
01 DeprDetailData. *>one row per asset in service - the schedule line
       02 DdClass       pic x(4).
       02 DdAsset       pic 9(6).
       02 DdDescription pic x(20).
       02 DdMethod      pic x(1).
       02 DdLife        pic 9(3).
       02 DdCost        pic 9(9)v99.
       02 DdAccumBefore pic 9(9)v99.
       02 DdThisRun     pic 9(9)v99.
       02 DdMonths      pic 9(3). *>months taken by this run
       02 DdAccumAfter  pic 9(9)v99.
       02 DdNote        pic x(14).
fd SortedDeprDetail.
01 SrtDeprDetailData.
       02 SrtDdClass       pic x(4).
       02 SrtDdAsset       pic 9(6).
       02 SrtDdDescription pic x(20).
       02 SrtDdMethod      pic x(1).
       02 SrtDdLife        pic 9(3).
       02 SrtDdCost        pic 9(9)v99.
       02 SrtDdAccumBefore pic 9(9)v99.
       02 SrtDdThisRun     pic 9(9)v99.
       02 SrtDdMonths      pic 9(3).
       02 SrtDdAccumAfter  pic 9(9)v99.
       02 SrtDdNote        pic x(14).
SD DeprSortWorkFile.
01 WDeprDetailData.
       02 WDdClass pic x(4).
       02 WDdAsset pic 9(6).
       02 filler   pic x(85).
fd DisposalFile.
01 DisposalData. *>one row per disposal this run books
       02 DsAsset       pic 9(6).
       02 DsClassIndex  pic 9(2).
       02 DsDescription pic x(20).
       02 DsDate        pic 9(8).
       02 DsCost        pic 9(9)v99.
       02 DsAccum       pic 9(9)v99.
       02 DsProceeds    pic 9(9)v99.
       02 DsGainLoss    pic s9(9)v99.
fd AccrualFile.
       copy accjrnl.

working-storage section.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 BusCalFileStatus pic x(2) value "00".
       88 BusCalFileOk value "00".
01 FaParmStatus pic x(2) value "00".
       88 FaParmOk value "00".
01 FixedAssetStatus pic x(2) value "00".
       88 FixedAssetOk value "00".
       88 FixedAssetNotFound value "35".
01 AssetClassStatus pic x(2) value "00".
       88 AssetClassOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 CalEndOfFile pic x(1) value 'N'.
01 ClassEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSClosePeriod pic 9(6) value zero. *>YYYYMM being depreciated
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
01 WSProceedsAccount pic x(4) value "1000". *>disposal money comes into cash
01 WSDisposalAccount pic x(4) value "7250". *>gain or loss on disposal
01 WSClassTable. *>FACLASS.DAT loaded once, with this run's total per class
       02 WSClassEntry occurs 50 times.
           03 TcClass          pic x(4).
           03 TcDescription    pic x(20).
           03 TcCostAccount    pic x(4).
           03 TcAccumAccount   pic x(4).
           03 TcExpenseAccount pic x(4).
           03 TcDepreciation   pic 9(11)v99.
01 WSClassCount pic 9(2) value zero.
01 WSClassIndex pic 9(2) value zero.
01 WSSearchIndex pic 9(2) value zero.
01 WSFindClass pic x(4) value spaces.
01 WSPeriodWork pic 9(6) value zero. *>a YYYYMM turned into a month count
01 WSPeriodParts redefines WSPeriodWork.
       02 WSPeriodYear  pic 9(4).
       02 WSPeriodMonth pic 9(2).
01 WSMonthNumber pic 9(6) value zero. *>year * 12 + month - 1
01 WSCloseMonthNumber pic 9(6) value zero.
01 WSStartMonth pic 9(6) value zero. *>first month this run takes
01 WSEndMonth pic 9(6) value zero. *>last month this run takes
01 WSAcquiredMonth pic 9(6) value zero.
01 WSMonthIndex pic 9(6) value zero.
01 WSMonthsTaken pic 9(4) value zero. *>of the useful life, before this month
01 WSMonthsLeft pic s9(4) value zero.
01 WSMonthsThisRun pic 9(3) value zero.
01 WSDepreciable pic s9(9)v99 value zero. *>still to write off
01 WSMonthAmount pic 9(9)v99 value zero.
01 WSStraightAmount pic 9(9)v99 value zero.
01 WSThisRun pic 9(9)v99 value zero.
01 WSAccumBefore pic 9(9)v99 value zero.
01 WSDisposeNow pic x(1) value 'N'.
01 WSGainLoss pic s9(9)v99 value zero.
01 WSAssetCount pic 9(5) value zero.
01 WSNoClassCount pic 9(5) value zero.
01 WSDisposalCount pic 9(5) value zero.
01 WSPrintClass pic x(4) value spaces.
01 WSClassCost pic 9(11)v99 value zero.
01 WSClassBefore pic 9(11)v99 value zero.
01 WSClassThisRun pic 9(11)v99 value zero.
01 WSClassAfter pic 9(11)v99 value zero.
01 WSTotalCost pic 9(11)v99 value zero.
01 WSTotalBefore pic 9(11)v99 value zero.
01 WSTotalThisRun pic 9(11)v99 value zero.
01 WSTotalAfter pic 9(11)v99 value zero.
01 WSLegCount pic 9(5) value zero.
01 EditAmount pic z,zzz,zzz,zz9.99.
       copy rptwreq.
01 DeprHeadLine pic x(132).
01 DeprColumnLine pic x(132) value
       "Asset   Description           M  Life           Cost   Accum before   This period   Mo    Accum after       Net book  Note".
01 DeprDetailLine.
       02 PrnAsset pic 9(6) blank when zero.
       02 filler pic x(2) value space.
       02 PrnDescription pic x(20).
       02 filler pic x(2) value space.
       02 PrnMethod pic x(1).
       02 filler pic x(2) value space.
       02 PrnLife pic zzz9 blank when zero.
       02 filler pic x(2) value space.
       02 PrnCost pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnAccumBefore pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnThisRun pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnMonths pic zz9 blank when zero.
       02 filler pic x(2) value space.
       02 PrnAccumAfter pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnNetBook pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnNote pic x(14).
01 DisposalColumnLine pic x(132) value
       "Asset   Class Description           Disposed           Cost     Accum depr       Net book       Proceeds       Gain/loss".
01 DisposalDetailLine.
       02 PrnDsAsset pic 9(6).
       02 filler pic x(2) value space.
       02 PrnDsClass pic x(4).
       02 filler pic x(2) value space.
       02 PrnDsDescription pic x(20).
       02 filler pic x(2) value space.
       02 PrnDsDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnDsCost pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnDsAccum pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnDsNetBook pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnDsProceeds pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnDsGainLoss pic ---,---,--9.99.
01 JournalColumnLine pic x(132) value
       "Asset journal     GL date   Acct          Debit         Credit  Source".
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
0000-MAINLINE. *>the once-a-year depreciation entry becomes a monthly one -
*>every asset in service written down by its own method and life through the
*>close of the period, the disposals keyed in FAMNT booked with their gain or
*>loss, and the legs handed to GLEXTRACT through ACCRUALS.DAT under the
*>class accounts. An asset already depreciated through the period is left
*>alone, so a rerun takes only what the first run did not
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSClosePeriod
       perform 0150-GET-PARAMETERS
       perform 0500-FIND-CLOSE-DATE
       if WSRunDate < WSCloseDate
           move 'Y' to WSPreview
       end-if
       move WSClosePeriod to WSPeriodWork
       perform 0700-MONTH-NUMBER
       move WSMonthNumber to WSCloseMonthNumber
       perform 0600-LOAD-THE-CLASSES
       if WSClassCount = zero
           display "No asset classes on FACLASS.DAT - nothing to depreciate"
           stop run
       end-if
       if WSPreview = 'Y'
           open input FixedAssetFile
       else
           open i-o FixedAssetFile
       end-if
       if FixedAssetNotFound
           display "No fixed assets on file - nothing to depreciate"
           close FixedAssetFile
           stop run
       end-if
       if not FixedAssetOk
           display "Fixed asset file is in use by another user - try again later"
           stop run
       end-if
       open output DeprDetailFile, DisposalFile
       move 'N' to EndOfFileFlag
       perform 2000-DEPRECIATE-ONE-ASSET thru 2000-EXIT until EndOfFileFlag = 'Y'
       close FixedAssetFile, DeprDetailFile, DisposalFile
       set RwActionOpen to true
       move "FADEPR.rpt" to RwReportName
       move "Fixed Asset Depreciation Schedule" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to DeprHeadLine
       if WSPreview = 'Y'
           string "Period " delimited by size
               WSClosePeriod delimited by size
               " - depreciation through " delimited by size
               WSCloseDate delimited by size
               " - PREVIEW, the period has not closed" delimited by size
               into DeprHeadLine
           end-string
       else
           string "Period " delimited by size
               WSClosePeriod delimited by size
               " - depreciation through " delimited by size
               WSCloseDate delimited by size
               into DeprHeadLine
           end-string
       end-if
       move DeprHeadLine to RwLine
       perform 7900-PRINT-LINE
       perform 5000-PRINT-THE-SCHEDULE
       perform 5500-PRINT-THE-DISPOSALS
       perform 4000-WRITE-THE-JOURNAL
       call "CBL_DELETE_FILE" using "fadepr.tmp"
       call "CBL_DELETE_FILE" using "fadeprSort.tmp"
       call "CBL_DELETE_FILE" using "fadisp.tmp"
       set RwActionClose to true
       move WSAssetCount to RwRecordCount
       move "assets in service" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       move WSTotalThisRun to EditAmount
       if WSPreview = 'Y'
           display "Depreciation through " WSCloseDate " : " EditAmount
               " - preview, nothing posted"
       else
           display "Depreciation through " WSCloseDate " : " EditAmount
               " - " WSLegCount " leg(s) to ACCRUALS.DAT, "
               WSDisposalCount " disposal(s) booked"
       end-if
       if WSNoClassCount > zero
           display WSNoClassCount " asset(s) skipped - class not on FACLASS.DAT"
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
       open input FaParmFile
       if FaParmOk
           read FaParmFile
               at end continue
               not at end
                   if FpPeriod is numeric and FpPeriod > zero
                       move FpPeriod to WSClosePeriod
                   end-if
           end-read
       end-if
       close FaParmFile.

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

0600-LOAD-THE-CLASSES.
       initialize WSClassTable
       move zero to WSClassCount
       open input AssetClassFile
       if AssetClassOk
           move 'N' to ClassEndOfFile
           perform 0650-LOAD-ONE-CLASS until ClassEndOfFile = 'Y'
       end-if
       close AssetClassFile.

0650-LOAD-ONE-CLASS.
       read AssetClassFile next
           at end
               move 'Y' to ClassEndOfFile
               exit paragraph
       end-read
       if WSClassCount = 50
           display "More than 50 asset classes - " FcClass " and after not loaded"
           move 'Y' to ClassEndOfFile
           exit paragraph
       end-if
       add 1 to WSClassCount
       move FcClass to TcClass(WSClassCount)
       move FcDescription to TcDescription(WSClassCount)
       move FcCostAccount to TcCostAccount(WSClassCount)
       move FcAccumAccount to TcAccumAccount(WSClassCount)
       move FcExpenseAccount to TcExpenseAccount(WSClassCount).

0700-MONTH-NUMBER. *>months since year zero, so a span of periods is a subtraction
       compute WSMonthNumber = WSPeriodYear * 12 + WSPeriodMonth - 1.

0750-PERIOD-FROM-NUMBER.
       divide WSMonthNumber by 12 giving WSPeriodYear remainder WSPeriodMonth
       add 1 to WSPeriodMonth.

2000-DEPRECIATE-ONE-ASSET. *>a full month's charge from the month the asset
*>went into service, none in the month it goes out - whatever months are
*>missing since it was last depreciated are caught up in this run
       read FixedAssetFile next
           at end
               move 'Y' to EndOfFileFlag
               go to 2000-EXIT
       end-read
       if FaRetired or FaAcquired > WSCloseDate
           go to 2000-EXIT
       end-if
       move FaClass to WSFindClass
       perform 7100-FIND-CLASS
       if WSClassIndex = zero
           add 1 to WSNoClassCount
           go to 2000-EXIT
       end-if
       move 'N' to WSDisposeNow
       if FaDisposed and FaDisposalDate <= WSCloseDate
           move 'Y' to WSDisposeNow
       end-if
       move FaAcquired(1:6) to WSPeriodWork
       perform 0700-MONTH-NUMBER
       move WSMonthNumber to WSAcquiredMonth
       move WSAcquiredMonth to WSStartMonth
       if FaDeprThru > zero
           move FaDeprThru to WSPeriodWork
           perform 0700-MONTH-NUMBER
           if WSMonthNumber >= WSStartMonth
               compute WSStartMonth = WSMonthNumber + 1
           end-if
       end-if
       move WSCloseMonthNumber to WSEndMonth
       if WSDisposeNow = 'Y'
           move FaDisposalDate(1:6) to WSPeriodWork
           perform 0700-MONTH-NUMBER
           compute WSEndMonth = WSMonthNumber - 1
       end-if
       compute WSMonthsTaken = WSStartMonth - WSAcquiredMonth
       move FaAccumDepr to WSAccumBefore
       move zero to WSThisRun, WSMonthsThisRun
       perform 3000-DEPRECIATE-ONE-MONTH
           varying WSMonthIndex from WSStartMonth by 1
           until WSMonthIndex > WSEndMonth
       if WSEndMonth >= WSStartMonth
           move WSEndMonth to WSMonthNumber
           perform 0750-PERIOD-FROM-NUMBER
           move WSPeriodWork to FaDeprThru
       end-if
       add WSThisRun to FaAccumDepr
       add WSThisRun to TcDepreciation(WSClassIndex)
       add 1 to WSAssetCount
       move FaClass to DdClass
       move FaNumber to DdAsset
       move FaDescription to DdDescription
       move FaMethod to DdMethod
       move FaLifeMonths to DdLife
       move FaCost to DdCost
       move WSAccumBefore to DdAccumBefore
       move WSThisRun to DdThisRun
       move WSMonthsThisRun to DdMonths
       move FaAccumDepr to DdAccumAfter
       move spaces to DdNote
       if WSMonthsThisRun = zero and FaDeprThru >= WSClosePeriod
           move "TAKEN EARLIER" to DdNote
       end-if
       if FaAccumDepr >= FaCost - FaSalvage
           move "FULLY DEPREC" to DdNote
       end-if
       if WSDisposeNow = 'Y'
           move "DISPOSED" to DdNote
           perform 2500-BOOK-THE-DISPOSAL
       end-if
       write DeprDetailData
       if WSPreview = 'N'
           rewrite FixedAssetData
               invalid key display "Asset " FaNumber " could not be rewritten"
           end-rewrite
       end-if.
2000-EXIT.
       exit.

2500-BOOK-THE-DISPOSAL. *>what it fetched against what it stood at on the books
       compute WSGainLoss = FaProceeds - (FaCost - FaAccumDepr)
       move FaNumber to DsAsset
       move WSClassIndex to DsClassIndex
       move FaDescription to DsDescription
       move FaDisposalDate to DsDate
       move FaCost to DsCost
       move FaAccumDepr to DsAccum
       move FaProceeds to DsProceeds
       move WSGainLoss to DsGainLoss
       write DisposalData
       add 1 to WSDisposalCount
       set FaRetired to true.

3000-DEPRECIATE-ONE-MONTH. *>straight-line spreads cost less salvage evenly
*>over the life; declining balance takes twice the straight-line rate off what
*>is left, and goes over to straight-line once that writes off more. Either
*>way the last month of the life takes whatever remains above salvage
       compute WSDepreciable = FaCost - FaSalvage - FaAccumDepr - WSThisRun
       if WSDepreciable not > zero
           exit paragraph
       end-if
       compute WSMonthsLeft = FaLifeMonths - WSMonthsTaken
       if WSMonthsLeft <= 1
           move WSDepreciable to WSMonthAmount
       else
           if FaDecliningBal
               compute WSMonthAmount rounded =
                   (FaCost - FaAccumDepr - WSThisRun) * 2 / FaLifeMonths
               compute WSStraightAmount rounded = WSDepreciable / WSMonthsLeft
               if WSStraightAmount > WSMonthAmount
                   move WSStraightAmount to WSMonthAmount
               end-if
           else
               compute WSMonthAmount rounded =
                   (FaCost - FaSalvage) / FaLifeMonths
           end-if
           if WSMonthAmount > WSDepreciable
               move WSDepreciable to WSMonthAmount
           end-if
       end-if
       add WSMonthAmount to WSThisRun
       add 1 to WSMonthsTaken, WSMonthsThisRun.

4000-WRITE-THE-JOURNAL. *>one pair per class for the month's charge under
*>the close date, and one entry per disposal under its own date - the cost
*>and the depreciation on it come off, the money goes to cash and the
*>difference to gain or loss on disposal. A preview prints them only
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
       perform 4100-CLASS-DEPRECIATION
           varying WSClassIndex from 1 by 1 until WSClassIndex > WSClassCount
       open input DisposalFile
       move 'N' to EndOfFileFlag
       perform 4300-ONE-DISPOSAL until EndOfFileFlag = 'Y'
       close DisposalFile
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

4100-CLASS-DEPRECIATION.
       if TcDepreciation(WSClassIndex) = zero
           exit paragraph
       end-if
       move WSClosePeriod to AjPeriod
       move WSCloseDate to AjDate
       move "FADEPR" to AjSource
       move TcClass(WSClassIndex) to PrnJrnlLabel
       move TcExpenseAccount(WSClassIndex) to AjAccount
       move TcDepreciation(WSClassIndex) to AjDebit
       move zero to AjCredit
       perform 4200-ONE-LEG
       move spaces to PrnJrnlLabel
       move TcAccumAccount(WSClassIndex) to AjAccount
       move zero to AjDebit
       move TcDepreciation(WSClassIndex) to AjCredit
       perform 4200-ONE-LEG.

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

4300-ONE-DISPOSAL.
       read DisposalFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       move DsDate(1:6) to AjPeriod
       move DsDate to AjDate
       move "FADISP" to AjSource
       move spaces to PrnJrnlLabel
       string "Asset " delimited by size
           DsAsset delimited by size
           into PrnJrnlLabel
       end-string
       if DsAccum > zero
           move TcAccumAccount(DsClassIndex) to AjAccount
           move DsAccum to AjDebit
           move zero to AjCredit
           perform 4200-ONE-LEG
           move spaces to PrnJrnlLabel
       end-if
       if DsProceeds > zero
           move WSProceedsAccount to AjAccount
           move DsProceeds to AjDebit
           move zero to AjCredit
           perform 4200-ONE-LEG
           move spaces to PrnJrnlLabel
       end-if
       if DsGainLoss < zero
           move WSDisposalAccount to AjAccount
           compute AjDebit = zero - DsGainLoss
           move zero to AjCredit
           perform 4200-ONE-LEG
           move spaces to PrnJrnlLabel
       end-if
       move TcCostAccount(DsClassIndex) to AjAccount
       move zero to AjDebit
       move DsCost to AjCredit
       perform 4200-ONE-LEG
       if DsGainLoss > zero
           move WSDisposalAccount to AjAccount
           move zero to AjDebit
           move DsGainLoss to AjCredit
           perform 4200-ONE-LEG
       end-if.

5000-PRINT-THE-SCHEDULE. *>by class - the accounts the class posts to at the
*>head of each, a subtotal under it
       sort DeprSortWorkFile on ascending key WDdClass, WDdAsset
           using DeprDetailFile
           giving SortedDeprDetail
       open input SortedDeprDetail
       move spaces to WSPrintClass
       move 'N' to EndOfFileFlag
       perform 5100-PRINT-ONE-ASSET until EndOfFileFlag = 'Y'
       close SortedDeprDetail
       if WSPrintClass not = spaces
           perform 5300-END-CLASS
       end-if
       move spaces to DeprDetailLine
       move "All classes" to PrnDescription
       move WSTotalCost to PrnCost
       move WSTotalBefore to PrnAccumBefore
       move WSTotalThisRun to PrnThisRun
       move WSTotalAfter to PrnAccumAfter
       compute PrnNetBook = WSTotalCost - WSTotalAfter
       move zero to PrnAsset, PrnLife, PrnMonths
       move DeprDetailLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSNoClassCount > zero
           move spaces to DeprHeadLine
           string WSNoClassCount delimited by size
               " asset(s) not depreciated - their class is not on FACLASS.DAT"
               delimited by size
               into DeprHeadLine
           end-string
           move DeprHeadLine to RwLine
           perform 7900-PRINT-LINE
       end-if.

5100-PRINT-ONE-ASSET.
       read SortedDeprDetail
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SrtDdClass not = WSPrintClass
           if WSPrintClass not = spaces
               perform 5300-END-CLASS
           end-if
           perform 5200-START-CLASS
       end-if
       move spaces to DeprDetailLine
       move SrtDdAsset to PrnAsset
       move SrtDdDescription to PrnDescription
       move SrtDdMethod to PrnMethod
       move SrtDdLife to PrnLife
       move SrtDdCost to PrnCost
       move SrtDdAccumBefore to PrnAccumBefore
       move SrtDdThisRun to PrnThisRun
       move SrtDdMonths to PrnMonths
       move SrtDdAccumAfter to PrnAccumAfter
       compute PrnNetBook = SrtDdCost - SrtDdAccumAfter
       move SrtDdNote to PrnNote
       move DeprDetailLine to RwLine
       perform 7900-PRINT-LINE
       add SrtDdCost to WSClassCost, WSTotalCost
       add SrtDdAccumBefore to WSClassBefore, WSTotalBefore
       add SrtDdThisRun to WSClassThisRun, WSTotalThisRun
       add SrtDdAccumAfter to WSClassAfter, WSTotalAfter.

5200-START-CLASS.
       move SrtDdClass to WSPrintClass
       move zero to WSClassCost, WSClassBefore, WSClassThisRun, WSClassAfter
       move WSPrintClass to WSFindClass
       perform 7100-FIND-CLASS
       move spaces to DeprHeadLine
       string "Class " delimited by size
           WSPrintClass delimited by size
           "  " delimited by size
           TcDescription(WSClassIndex) delimited by size
           "  expense " delimited by size
           TcExpenseAccount(WSClassIndex) delimited by size
           "  accum " delimited by size
           TcAccumAccount(WSClassIndex) delimited by size
           "  cost " delimited by size
           TcCostAccount(WSClassIndex) delimited by size
           into DeprHeadLine
       end-string
       move DeprHeadLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move DeprColumnLine to RwLine
       perform 7900-PRINT-LINE.

5300-END-CLASS.
       move spaces to DeprDetailLine
       string "Class " delimited by size
           WSPrintClass delimited by size
           " total" delimited by size
           into PrnDescription
       end-string
       move WSClassCost to PrnCost
       move WSClassBefore to PrnAccumBefore
       move WSClassThisRun to PrnThisRun
       move WSClassAfter to PrnAccumAfter
       compute PrnNetBook = WSClassCost - WSClassAfter
       move zero to PrnAsset, PrnLife, PrnMonths
       move DeprDetailLine to RwLine
       perform 7900-PRINT-LINE.

5500-PRINT-THE-DISPOSALS.
       if WSDisposalCount = zero
           exit paragraph
       end-if
       move DisposalColumnLine to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       open input DisposalFile
       move 'N' to EndOfFileFlag
       perform 5600-PRINT-ONE-DISPOSAL until EndOfFileFlag = 'Y'
       close DisposalFile.

5600-PRINT-ONE-DISPOSAL.
       read DisposalFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       move DsAsset to PrnDsAsset
       move TcClass(DsClassIndex) to PrnDsClass
       move DsDescription to PrnDsDescription
       move DsDate to PrnDsDate
       move DsCost to PrnDsCost
       move DsAccum to PrnDsAccum
       compute PrnDsNetBook = DsCost - DsAccum
       move DsProceeds to PrnDsProceeds
       move DsGainLoss to PrnDsGainLoss
       move DisposalDetailLine to RwLine
       perform 7900-PRINT-LINE.

7100-FIND-CLASS. *>the class in the loaded table, zero = not on file
       move zero to WSClassIndex
       perform 7150-MATCH-ONE-CLASS
           varying WSSearchIndex from 1 by 1
           until WSSearchIndex > WSClassCount or WSClassIndex > zero.

7150-MATCH-ONE-CLASS.
       if TcClass(WSSearchIndex) = WSFindClass
           move WSSearchIndex to WSClassIndex
       end-if.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
