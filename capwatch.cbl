       >>source format free
identification division.
program-id. capwatch.
environment division.
input-output section.
file-control.
       copy custfc.
       copy prodfc.
       copy ordfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           file status is CustAuditFileStatus.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
       select CostLogFile assign to "COSTLOG.DAT"
           organization is line sequential
           file status is CostLogStatus.
       select BankStmtFile assign to "BANKSTMT.DAT"
           organization is line sequential
           file status is BankStmtStatus.
       select ReconThruFile assign to "BANKRECTHRU.DAT"
           organization is line sequential
           file status is ReconThruStatus.
       select BatchStepsFile assign to "BATCHSTEPS.DAT"
           organization is line sequential
           file status is BatchStepsFileStatus.
       select BusCalFile assign to "BUSCAL.DAT"
           organization is line sequential
           file status is BusCalFileStatus.
       select CapParmFile assign to "CAPPARM.DAT"
           organization is line sequential
           file status is CapParmStatus.
       select CapHistFile assign to "CAPHIST.DAT"
           organization is line sequential
           file status is CapHistStatus.
       select NewCapHistFile assign to "caphist.tmp"
           organization is line sequential.
       select CapWatchFile assign to "CAPWATCH.DAT"
           organization is line sequential
           file status is CapWatchStatus.
       select CapKeyFile assign to "capkeys.tmp"
           organization is line sequential.
       select CapSortedFile assign to "capsorted.tmp"
           organization is line sequential.
       select CapSortWork assign to "capsortwk.tmp".
data division.
file section.
fd CustomerFile.
       copy custrec.
fd ProductFile.
       copy prodrec.
fd OrderFile.
       copy ordrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd InvRegisterFile.
       copy invreg.
fd ArTranFile.
       copy artran.
fd CustAuditFile.
       copy custaud.
fd GlHistFile.
01 GlHistData.
       02 GhDate    pic 9(8).
       02 GhAccount pic x(4).
       02 filler    pic x(30).
fd CoaFile.
       copy coarec.
fd CostLogFile.
       copy clogrec.
fd BankStmtFile.
01 BankStmtData.
       02 BsDate   pic 9(8).
       02 BsAmount pic 9(9)v99.
fd ReconThruFile.
01 ReconThruLine pic 9(8).
fd BatchStepsFile.
01 BatchStepData.
       02 BsSeqNum    pic 9(2).
       02 BsStepName  pic x(12).
       02 BsCommand   pic x(40).
       02 filler      pic x(104).
fd BusCalFile.
01 BusCalData.
       02 CalDate pic 9(8).
       02 CalType pic x(1).
fd CapParmFile.
01 CapParmData. *>one line, maintained by hand like PURGEPARM.DAT - the
*>percentage of a table's limit that puts it on the dashboard, e.g. 080
       02 CapWarnPct pic 9(3).
fd CapHistFile.
01 CapHistData. *>one row per table or file per month - the count the last
*>run of the month saw, so the trend is month over month
       02 ChMonth   pic 9(6).
       02 ChProgram pic x(12).
       02 ChTable   pic x(24).
       02 ChCount   pic 9(7).
fd NewCapHistFile.
01 NewCapHistData.
       02 NChMonth   pic 9(6).
       02 NChProgram pic x(12).
       02 NChTable   pic x(24).
       02 NChCount   pic 9(7).
fd CapWatchFile.
       copy capwrec.
fd CapKeyFile.
01 CkKey pic x(20).
fd CapSortedFile.
01 CsKey pic x(20).
SD CapSortWork.
01 SwKey pic x(20).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CustAuditFileStatus pic x(2) value "00".
       88 CustAuditFileOk value "00".
01 GlHistFileStatus pic x(2) value "00".
       88 GlHistFileOk value "00".
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 CostLogStatus pic x(2) value "00".
       88 CostLogOk value "00".
01 BankStmtStatus pic x(2) value "00".
       88 BankStmtOk value "00".
01 ReconThruStatus pic x(2) value "00".
       88 ReconThruOk value "00".
01 BatchStepsFileStatus pic x(2) value "00".
       88 BatchStepsFileOk value "00".
01 BusCalFileStatus pic x(2) value "00".
       88 BusCalFileOk value "00".
01 CapParmStatus pic x(2) value "00".
       88 CapParmOk value "00".
01 CapHistStatus pic x(2) value "00".
       88 CapHistOk value "00".
01 CapWatchStatus pic x(2) value "00".
       88 CapWatchOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSRunMonth pic 9(6).
01 WSRunYear pic 9(4).
01 WSRunMM pic 9(2).
01 WSWindowStart pic 9(6). *>CUSTRANK's window opens 23 months back
01 WSWorkYear pic 9(4).
01 WSWorkMM pic s9(3).
01 WSWarnPct pic 9(3) value 80.
01 WSReconThru pic 9(8) value zero.
01 WSRowCount pic 9(7) value zero.
01 WSRowNumber pic 9(7) value zero.
01 WSBuiltinSteps pic 9(2) value 23. *>the driver's built-in stream when
*>there is no BATCHSTEPS.DAT
01 WSGroupLength pic 9(2) value zero. *>key prefix a group shares, zero = none
01 WSDistinctCount pic 9(7) value zero.
01 WSGroupCount pic 9(7) value zero.
01 WSLargestGroup pic 9(7) value zero.
01 WSPrevKey pic x(20).
01 WSKeyBuild.
       02 WSKeyFront pic x(5).
       02 WSKeyRow   pic 9(7).
       02 filler     pic x(8) value spaces.
01 WSWatchList. *>every table the watch knows, then the files it trends -
*>a new fixed table in a program is a new line in 0200
       02 WSWatchEntry occurs 30 times.
           03 CiProgram   pic x(12).
           03 CiTable     pic x(24).
           03 CiLimit     pic 9(5). *>zero on the file rows
           03 CiCount     pic 9(7).
           03 CiPrevMonth pic 9(6).
           03 CiPrevCount pic 9(7).
           03 CiGrowth    pic s9(7).
           03 CiFullMonth pic 9(6).
           03 CiPct       pic 9(3).
           03 CiFlag      pic x(4).
01 WSWatchCount pic 9(2) value zero.
01 WSWatchIndex pic 9(2) value zero.
01 WSItemFound pic 9(2) value zero.
01 WSNextIndex pic 9(2) value zero.
01 WSWarnCount pic 9(2) value zero.
01 WSNewProgram pic x(12).
01 WSNewTable pic x(24).
01 WSNewLimit pic 9(5).
01 WSMonthsApart pic s9(5).
01 WSMonthsLeft pic 9(5).
01 WSMonthSerial pic 9(7).
01 WSPctWork pic 9(7).
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
       copy rptwreq.
01 CapSectionLine pic x(132).
01 TableColumnLine pic x(132) value
       "Program       Table                     Limit    Count   Pct  Last month  Growth/mo  Fills    Status".
01 TableDetailLine.
       02 PrnProgram pic x(12).
       02 filler pic x(2) value space.
       02 PrnTable pic x(24).
       02 filler pic x(2) value space.
       02 PrnLimit pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnCount pic zzzzzz9.
       02 filler pic x(2) value space.
       02 PrnPct pic zz9.
       02 filler pic x(1) value "%".
       02 filler pic x(5) value space.
       02 PrnPrevCount pic zzzzzz9.
       02 filler pic x(4) value space.
       02 PrnGrowth pic -zzzzz9.
       02 filler pic x(2) value space.
       02 PrnFills pic x(7).
       02 filler pic x(2) value space.
       02 PrnStatus pic x(4).
01 FileColumnLine pic x(132) value
       "File                      Records  Last month  Growth/mo".
01 FileDetailLine.
       02 PrnFileName pic x(24).
       02 filler pic x(2) value space.
       02 PrnFileCount pic zzzzzz9.
       02 filler pic x(5) value space.
       02 PrnFilePrev pic zzzzzz9.
       02 filler pic x(4) value space.
       02 PrnFileGrowth pic -zzzzz9.
01 WSFillsMonth.
       02 WSFillsYear pic 9(4).
       02 filler pic x(1) value "/".
       02 WSFillsMM pic 9(2).

procedure division.
0000-MAINLINE. *>the 2 a.m. "table full" found the day before instead - each
*>program's fixed tables against what it would load from tonight's files,
*>flagged at the CAPPARM.DAT percentage for the dashboard, with the month
*>over month growth that says which limit goes next and roughly when
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSRunMonth
       move WSRunDate(1:4) to WSRunYear
       move WSRunDate(5:2) to WSRunMM
       perform 0150-GET-PARAMETERS
       perform 0200-LOAD-WATCH-LIST
       perform 1000-COUNT-CUSTRANK
       perform 1100-COUNT-CASHRCPT
       perform 1200-COUNT-PROFRPT-BILLED
       perform 1300-COUNT-PROFRPT-COSTED
       perform 1400-COUNT-BANKREC
       perform 1500-COUNT-GLTRIAL-ACCOUNTS
       perform 1600-COUNT-GLTRIAL-DAYS
       perform 1700-COUNT-GLEXTRACT
       perform 1800-COUNT-NIGHTLYBATCH
       perform 1900-COUNT-MASTER-FILES
       perform 2000-UPDATE-HISTORY
       perform 3000-PROJECT-ONE-ITEM
           varying WSWatchIndex from 1 by 1 until WSWatchIndex > WSWatchCount
       perform 4000-PRINT-THE-REPORT
       perform 5000-WRITE-WARNINGS
       call "CBL_DELETE_FILE" using "capkeys.tmp"
       call "CBL_DELETE_FILE" using "capsorted.tmp"
       display "Capacity watch written to CAPWATCH.rpt - " WSWarnCount
           " tables at or over " WSWarnPct "% of their limit"
       move zero to return-code
       stop run.

0100-GET-BUSINESS-DATE. *>inside the nightly chain the driver stages the
*>business date on BUSDATE.DAT, the way DASHBRD reads it
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
       open input CapParmFile
       if CapParmOk
           read CapParmFile
               at end continue
               not at end
                   if CapWarnPct is numeric and CapWarnPct > zero
                       move CapWarnPct to WSWarnPct
                   end-if
           end-read
       end-if
       close CapParmFile
       move WSRunYear to WSWorkYear
       compute WSWorkMM = WSRunMM - 23
       perform 0160-BACK-A-YEAR until WSWorkMM > zero
       compute WSWindowStart = (WSWorkYear * 100) + WSWorkMM.

0160-BACK-A-YEAR.
       add 12 to WSWorkMM
       subtract 1 from WSWorkYear.

0200-LOAD-WATCH-LIST. *>the limits are the OCCURS in each program - change
*>one there and change it here
       initialize WSWatchList
       move zero to WSWatchCount
       move "CUSTRANK" to WSNewProgram
       move "customers invoiced 24mo" to WSNewTable
       move 1000 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "CASHRCPT" to WSNewProgram
       move "invoices, one customer" to WSNewTable
       move 50 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "PROFRPT" to WSNewProgram
       move "billed products" to WSNewTable
       move 300 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "PROFRPT" to WSNewProgram
       move "costed products" to WSNewTable
       move 300 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "BANKREC" to WSNewProgram
       move "unreconciled bank rows" to WSNewTable
       move 500 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "GLTRIAL" to WSNewProgram
       move "GL accounts" to WSNewTable
       move 200 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "GLTRIAL" to WSNewProgram
       move "extract days in a month" to WSNewTable
       move 100 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "GLEXTRACT" to WSNewProgram
       move "chart of accounts" to WSNewTable
       move 200 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "NIGHTLYBATCH" to WSNewProgram
       move "job steps" to WSNewTable
       move 30 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "NIGHTLYBATCH" to WSNewProgram
       move "holidays on BUSCAL" to WSNewTable
       move 100 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move "NIGHTLYBATCH" to WSNewProgram
       move "month-ends on BUSCAL" to WSNewTable
       move 24 to WSNewLimit
       perform 0250-ADD-ONE-ITEM
       move zero to WSNewLimit
       move "FILE" to WSNewProgram
       move "Customer.dat" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "PRODUCT.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "ORDMAST.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "INVREG.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "ARTRANS.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "CUSTAUDIT.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "GLJRNLHIST.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "COSTLOG.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM
       move "BANKSTMT.DAT" to WSNewTable
       perform 0250-ADD-ONE-ITEM.

0250-ADD-ONE-ITEM.
       add 1 to WSWatchCount
       move WSNewProgram to CiProgram(WSWatchCount)
       move WSNewTable to CiTable(WSWatchCount)
       move WSNewLimit to CiLimit(WSWatchCount).

0300-SET-COUNT. *>WSNewProgram/WSNewTable name the item, WSRowCount is the count
       move zero to WSItemFound
       perform 0310-MATCH-ONE-ITEM
           varying WSWatchIndex from 1 by 1
           until WSWatchIndex > WSWatchCount or WSItemFound > zero
       if WSItemFound > zero
           move WSRowCount to CiCount(WSItemFound)
       end-if.

0310-MATCH-ONE-ITEM.
       if CiProgram(WSWatchIndex) = WSNewProgram
          and CiTable(WSWatchIndex) = WSNewTable
           move WSWatchIndex to WSItemFound
       end-if.

1000-COUNT-CUSTRANK. *>each customer with a good invoice since the prior
*>twelve-month window opened takes a slot
       move zero to WSRowCount
       open output CapKeyFile
       open input InvRegisterFile
       if InvRegisterFileOk
           move 'N' to EndOfFileFlag
           perform 1010-KEY-ONE-INVOICE until EndOfFileFlag = 'Y'
       end-if
       close InvRegisterFile, CapKeyFile
       move "FILE" to WSNewProgram
       move "INVREG.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSDistinctCount to WSRowCount
       move "CUSTRANK" to WSNewProgram
       move "customers invoiced 24mo" to WSNewTable
       perform 0300-SET-COUNT.

1010-KEY-ONE-INVOICE.
       read InvRegisterFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount
       if not IrVoided and IrDate(1:6) >= WSWindowStart
           move spaces to CkKey
           move IrIdNum to CkKey(1:5)
           write CkKey
       end-if.

1100-COUNT-CASHRCPT. *>the receipt screen loads every good invoice of the
*>customer paying - the biggest customer's count is the one that matters
       move zero to WSRowNumber
       open output CapKeyFile
       open input InvRegisterFile
       if InvRegisterFileOk
           move 'N' to EndOfFileFlag
           perform 1110-KEY-ONE-INVOICE until EndOfFileFlag = 'Y'
       end-if
       close InvRegisterFile, CapKeyFile
       move 5 to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSLargestGroup to WSRowCount
       move "CASHRCPT" to WSNewProgram
       move "invoices, one customer" to WSNewTable
       perform 0300-SET-COUNT.

1110-KEY-ONE-INVOICE.
       read InvRegisterFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowNumber
       if not IrVoided
           move IrIdNum to WSKeyFront
           move WSRowNumber to WSKeyRow
           move WSKeyBuild to CkKey
           write CkKey
       end-if.

1200-COUNT-PROFRPT-BILLED. *>a slot for each product with billed quantity
       move zero to WSRowCount
       open output CapKeyFile
       open input OrderFile
       if OrderFileOk
           move 'N' to EndOfFileFlag
           perform 1210-KEY-ONE-ORDER-LINE until EndOfFileFlag = 'Y'
       end-if
       close OrderFile, CapKeyFile
       move "FILE" to WSNewProgram
       move "ORDMAST.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSDistinctCount to WSRowCount
       move "PROFRPT" to WSNewProgram
       move "billed products" to WSNewTable
       perform 0300-SET-COUNT.

1210-KEY-ONE-ORDER-LINE.
       read OrderFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount
       if OrdLineNo > zero and OrdBilledQty > zero
           move spaces to CkKey
           move OrdProduct to CkKey(1:5)
           write CkKey
       end-if.

1300-COUNT-PROFRPT-COSTED. *>and one for each product the cost log has
*>shipped or returned
       move zero to WSRowCount
       open output CapKeyFile
       open input CostLogFile
       if CostLogOk
           move 'N' to EndOfFileFlag
           perform 1310-KEY-ONE-COST-ROW until EndOfFileFlag = 'Y'
       end-if
       close CostLogFile, CapKeyFile
       move "FILE" to WSNewProgram
       move "COSTLOG.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSDistinctCount to WSRowCount
       move "PROFRPT" to WSNewProgram
       move "costed products" to WSNewTable
       perform 0300-SET-COUNT.

1310-KEY-ONE-COST-ROW.
       read CostLogFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount
       if (ClAction = "O" and ClStockOut) or (ClAction = "K" and ClStockIn)
           move spaces to CkKey
           move ClProduct to CkKey(1:5)
           write CkKey
       end-if.

1400-COUNT-BANKREC. *>the statement rows past the proven-through date
       move zero to WSReconThru
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
       move zero to WSRowCount, WSDistinctCount
       open input BankStmtFile
       if BankStmtOk
           move 'N' to EndOfFileFlag
           perform 1410-COUNT-ONE-BANK-ROW until EndOfFileFlag = 'Y'
       end-if
       close BankStmtFile
       move "FILE" to WSNewProgram
       move "BANKSTMT.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move WSDistinctCount to WSRowCount
       move "BANKREC" to WSNewProgram
       move "unreconciled bank rows" to WSNewTable
       perform 0300-SET-COUNT.

1410-COUNT-ONE-BANK-ROW.
       read BankStmtFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount
       if BsDate > WSReconThru
           add 1 to WSDistinctCount
       end-if.

1500-COUNT-GLTRIAL-ACCOUNTS. *>the all-months trial balance sees every account
*>the history has ever posted
       move zero to WSRowCount
       open output CapKeyFile
       open input GlHistFile
       if GlHistFileOk
           move 'N' to EndOfFileFlag
           perform 1510-KEY-ONE-LEG until EndOfFileFlag = 'Y'
       end-if
       close GlHistFile, CapKeyFile
       move "FILE" to WSNewProgram
       move "GLJRNLHIST.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSDistinctCount to WSRowCount
       move "GLTRIAL" to WSNewProgram
       move "GL accounts" to WSNewTable
       perform 0300-SET-COUNT.

1510-KEY-ONE-LEG.
       read GlHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount
       move spaces to CkKey
       move GhAccount to CkKey(1:4)
       write CkKey.

1600-COUNT-GLTRIAL-DAYS. *>a month's run holds a slot per extract day - the
*>busiest month on the history is the one to watch
       open output CapKeyFile
       open input GlHistFile
       if GlHistFileOk
           move 'N' to EndOfFileFlag
           perform 1610-KEY-ONE-DAY until EndOfFileFlag = 'Y'
       end-if
       close GlHistFile, CapKeyFile
       move 6 to WSGroupLength
       perform 8000-COUNT-SORTED-KEYS
       move WSLargestGroup to WSRowCount
       move "GLTRIAL" to WSNewProgram
       move "extract days in a month" to WSNewTable
       perform 0300-SET-COUNT.

1610-KEY-ONE-DAY.
       read GlHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       move spaces to CkKey
       move GhDate to CkKey(1:8)
       write CkKey.

1700-COUNT-GLEXTRACT. *>the extract loads the whole chart
       move zero to WSRowCount
       open input CoaFile
       if CoaFileOk
           move 'N' to EndOfFileFlag
           perform 1710-COUNT-ONE-ACCOUNT until EndOfFileFlag = 'Y'
       end-if
       close CoaFile
       move "GLEXTRACT" to WSNewProgram
       move "chart of accounts" to WSNewTable
       perform 0300-SET-COUNT.

1710-COUNT-ONE-ACCOUNT.
       read CoaFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount.

1800-COUNT-NIGHTLYBATCH. *>the step rows the driver would load, or its
*>built-in stream; holidays and month-ends off the business calendar
       move zero to WSRowCount
       open input BatchStepsFile
       if BatchStepsFileOk
           move 'N' to EndOfFileFlag
           perform 1810-COUNT-ONE-STEP until EndOfFileFlag = 'Y'
       end-if
       close BatchStepsFile
       if WSRowCount = zero
           move WSBuiltinSteps to WSRowCount
       end-if
       move "NIGHTLYBATCH" to WSNewProgram
       move "job steps" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSRowCount, WSDistinctCount
       open input BusCalFile
       if BusCalFileOk
           move 'N' to EndOfFileFlag
           perform 1820-COUNT-ONE-CAL-ROW until EndOfFileFlag = 'Y'
       end-if
       close BusCalFile
       move "holidays on BUSCAL" to WSNewTable
       perform 0300-SET-COUNT
       move WSDistinctCount to WSRowCount
       move "month-ends on BUSCAL" to WSNewTable
       perform 0300-SET-COUNT.

1810-COUNT-ONE-STEP.
       read BatchStepsFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if BsCommand not = spaces
           add 1 to WSRowCount
       end-if.

1820-COUNT-ONE-CAL-ROW. *>holidays in WSRowCount, month-ends in WSDistinctCount
       read BusCalFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       evaluate function upper-case(CalType)
           when 'H' add 1 to WSRowCount
           when 'M' add 1 to WSDistinctCount
       end-evaluate.

1900-COUNT-MASTER-FILES. *>the files no table check has read already
       move "FILE" to WSNewProgram
       move zero to WSRowCount
       open input CustomerFile
       if CustFileOk
           move 'N' to EndOfFileFlag
           perform 1910-COUNT-ONE-CUSTOMER until EndOfFileFlag = 'Y'
       end-if
       close CustomerFile
       move "Customer.dat" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSRowCount
       open input ProductFile
       if ProductFileOk
           move 'N' to EndOfFileFlag
           perform 1920-COUNT-ONE-PRODUCT until EndOfFileFlag = 'Y'
       end-if
       close ProductFile
       move "PRODUCT.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSRowCount
       open input ArTranFile
       if ArTranFileOk
           move 'N' to EndOfFileFlag
           perform 1930-COUNT-ONE-AR-ROW until EndOfFileFlag = 'Y'
       end-if
       close ArTranFile
       move "ARTRANS.DAT" to WSNewTable
       perform 0300-SET-COUNT
       move zero to WSRowCount
       open input CustAuditFile
       if CustAuditFileOk
           move 'N' to EndOfFileFlag
           perform 1940-COUNT-ONE-AUDIT-ROW until EndOfFileFlag = 'Y'
       end-if
       close CustAuditFile
       move "CUSTAUDIT.DAT" to WSNewTable
       perform 0300-SET-COUNT.

1910-COUNT-ONE-CUSTOMER.
       read CustomerFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount.

1920-COUNT-ONE-PRODUCT.
       read ProductFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount.

1930-COUNT-ONE-AR-ROW.
       read ArTranFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount.

1940-COUNT-ONE-AUDIT-ROW.
       read CustAuditFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSRowCount.

2000-UPDATE-HISTORY. *>this month's rows replace any an earlier run this month
*>wrote; the latest earlier month is what the trend is measured against
       open input CapHistFile
       open output NewCapHistFile
       if CapHistOk
           move 'N' to EndOfFileFlag
           perform 2100-CARRY-ONE-HISTORY-ROW until EndOfFileFlag = 'Y'
       end-if
       close CapHistFile
       perform 2200-WRITE-ONE-HISTORY-ROW
           varying WSWatchIndex from 1 by 1 until WSWatchIndex > WSWatchCount
       close NewCapHistFile
       call "CBL_COPY_FILE" using "caphist.tmp", "CAPHIST.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = 0
           display "CAPHIST.DAT could not be replaced - this month's counts are"
               " in caphist.tmp"
       else
           call "CBL_DELETE_FILE" using "caphist.tmp"
       end-if.

2100-CARRY-ONE-HISTORY-ROW.
       read CapHistFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if ChMonth = WSRunMonth
           exit paragraph
       end-if
       move CapHistData to NewCapHistData
       write NewCapHistData
       if ChMonth > WSRunMonth
           exit paragraph
       end-if
       move ChProgram to WSNewProgram
       move ChTable to WSNewTable
       move zero to WSItemFound
       perform 0310-MATCH-ONE-ITEM
           varying WSWatchIndex from 1 by 1
           until WSWatchIndex > WSWatchCount or WSItemFound > zero
       if WSItemFound > zero
           if ChMonth >= CiPrevMonth(WSItemFound)
               move ChMonth to CiPrevMonth(WSItemFound)
               move ChCount to CiPrevCount(WSItemFound)
           end-if
       end-if.

2200-WRITE-ONE-HISTORY-ROW.
       move WSRunMonth to NChMonth
       move CiProgram(WSWatchIndex) to NChProgram
       move CiTable(WSWatchIndex) to NChTable
       move CiCount(WSWatchIndex) to NChCount
       write NewCapHistData.

3000-PROJECT-ONE-ITEM. *>growth per month since the last month on file, and
*>the month the limit is reached at that rate
       move zero to CiGrowth(WSWatchIndex), CiFullMonth(WSWatchIndex),
           CiPct(WSWatchIndex)
       move spaces to CiFlag(WSWatchIndex)
       if CiPrevMonth(WSWatchIndex) > zero
           compute WSMonthsApart =
               ((WSRunYear * 12) + WSRunMM)
             - ((CiPrevMonth(WSWatchIndex) / 100) * 12)
             - function mod(CiPrevMonth(WSWatchIndex), 100)
           if WSMonthsApart > zero
               compute CiGrowth(WSWatchIndex) rounded =
                   (CiCount(WSWatchIndex) - CiPrevCount(WSWatchIndex))
                   / WSMonthsApart
           end-if
       end-if
       if CiLimit(WSWatchIndex) = zero
           exit paragraph
       end-if
       compute WSPctWork = (CiCount(WSWatchIndex) * 100) / CiLimit(WSWatchIndex)
       if WSPctWork > 999
           move 999 to WSPctWork
       end-if
       move WSPctWork to CiPct(WSWatchIndex)
       if CiCount(WSWatchIndex) >= CiLimit(WSWatchIndex)
           move "FULL" to CiFlag(WSWatchIndex)
           add 1 to WSWarnCount
           exit paragraph
       end-if
       if CiPct(WSWatchIndex) >= WSWarnPct
           move "WARN" to CiFlag(WSWatchIndex)
           add 1 to WSWarnCount
       end-if
       if CiGrowth(WSWatchIndex) > zero
           compute WSMonthsLeft =
               (CiLimit(WSWatchIndex) - CiCount(WSWatchIndex)
                + CiGrowth(WSWatchIndex) - 1) / CiGrowth(WSWatchIndex)
           compute WSMonthSerial = (WSRunYear * 12) + WSRunMM - 1 + WSMonthsLeft
           compute CiFullMonth(WSWatchIndex) =
               ((WSMonthSerial / 12) * 100) + function mod(WSMonthSerial, 12) + 1
           if WSNextIndex = zero
               move WSWatchIndex to WSNextIndex
           else
               if CiFullMonth(WSWatchIndex) < CiFullMonth(WSNextIndex)
                   move WSWatchIndex to WSNextIndex
               end-if
           end-if
       end-if.

4000-PRINT-THE-REPORT.
       set RwActionOpen to true
       move "CAPWATCH.rpt" to RwReportName
       move "Capacity watch - tables and file growth" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to CapSectionLine
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   warning level " delimited by size
           WSWarnPct delimited by size
           "% of the table limit" delimited by size
           into CapSectionLine
       end-string
       set RwActionDetail to true
       move CapSectionLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move TableColumnLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 4100-PRINT-ONE-TABLE
           varying WSWatchIndex from 1 by 1 until WSWatchIndex > WSWatchCount
       move FileColumnLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 4200-PRINT-ONE-FILE
           varying WSWatchIndex from 1 by 1 until WSWatchIndex > WSWatchCount
       move spaces to CapSectionLine
       if WSNextIndex = zero
           move "No table is growing toward its limit on the month-over-month trend"
               to CapSectionLine
       else
           perform 4300-FORMAT-FILLS-MONTH
           string "Next limit to be reached : " delimited by size
               function trim(CiProgram(WSNextIndex)) delimited by size
               " " delimited by size
               function trim(CiTable(WSNextIndex)) delimited by size
               ", about " delimited by size
               WSFillsMonth delimited by size
               into CapSectionLine
           end-string
       end-if
       set RwActionDetail to true
       move CapSectionLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSWarnCount to RwRecordCount
       move "tables at or over the warning level" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

4100-PRINT-ONE-TABLE.
       if CiLimit(WSWatchIndex) = zero
           exit paragraph
       end-if
       move CiProgram(WSWatchIndex) to PrnProgram
       move CiTable(WSWatchIndex) to PrnTable
       move CiLimit(WSWatchIndex) to PrnLimit
       move CiCount(WSWatchIndex) to PrnCount
       move CiPct(WSWatchIndex) to PrnPct
       move CiPrevCount(WSWatchIndex) to PrnPrevCount
       move CiGrowth(WSWatchIndex) to PrnGrowth
       if CiFullMonth(WSWatchIndex) = zero
           move spaces to PrnFills
       else
           move WSWatchIndex to WSItemFound
           perform 4310-FORMAT-ONE-MONTH
           move WSFillsMonth to PrnFills
       end-if
       if CiFlag(WSWatchIndex) = spaces
           move "ok" to PrnStatus
       else
           move CiFlag(WSWatchIndex) to PrnStatus
       end-if
       set RwActionDetail to true
       move TableDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

4200-PRINT-ONE-FILE.
       if CiLimit(WSWatchIndex) not = zero
           exit paragraph
       end-if
       move CiTable(WSWatchIndex) to PrnFileName
       move CiCount(WSWatchIndex) to PrnFileCount
       move CiPrevCount(WSWatchIndex) to PrnFilePrev
       move CiGrowth(WSWatchIndex) to PrnFileGrowth
       set RwActionDetail to true
       move FileDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

4300-FORMAT-FILLS-MONTH.
       move WSNextIndex to WSItemFound
       perform 4310-FORMAT-ONE-MONTH.

4310-FORMAT-ONE-MONTH.
       move CiFullMonth(WSItemFound)(1:4) to WSFillsYear
       move CiFullMonth(WSItemFound)(5:2) to WSFillsMM.

5000-WRITE-WARNINGS. *>what DASHBRD shows - the tables over the line and the
*>one due to fill next
       open output CapWatchFile
       perform 5100-WRITE-ONE-WARNING
           varying WSWatchIndex from 1 by 1 until WSWatchIndex > WSWatchCount
       if WSNextIndex > zero
           move WSNextIndex to WSWatchIndex
           perform 5200-FILL-WARNING-ROW
           move "NEXT" to CpFlag
           write CapWatchData
       end-if
       close CapWatchFile.

5100-WRITE-ONE-WARNING.
       if CiFlag(WSWatchIndex) = spaces
           exit paragraph
       end-if
       perform 5200-FILL-WARNING-ROW
       move CiFlag(WSWatchIndex) to CpFlag
       write CapWatchData.

5200-FILL-WARNING-ROW.
       move CiProgram(WSWatchIndex) to CpProgram
       move CiTable(WSWatchIndex) to CpTable
       move CiLimit(WSWatchIndex) to CpLimit
       move CiCount(WSWatchIndex) to CpCount
       move CiPct(WSWatchIndex) to CpPct
       move CiFullMonth(WSWatchIndex) to CpFullMonth.

8000-COUNT-SORTED-KEYS. *>the keys written to capkeys.tmp, sorted - how many
*>different ones, and the most that share one WSGroupLength prefix
       sort CapSortWork
           on ascending key SwKey
           using CapKeyFile
           giving CapSortedFile
       move zero to WSDistinctCount, WSGroupCount, WSLargestGroup
       move low-values to WSPrevKey
       open input CapSortedFile
       move 'N' to EndOfFileFlag
       perform 8100-COUNT-ONE-KEY until EndOfFileFlag = 'Y'
       close CapSortedFile.

8100-COUNT-ONE-KEY.
       read CapSortedFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if CsKey = WSPrevKey
           exit paragraph
       end-if
       add 1 to WSDistinctCount
       if WSGroupLength > zero
           if CsKey(1:WSGroupLength) not = WSPrevKey(1:WSGroupLength)
               move zero to WSGroupCount
           end-if
           add 1 to WSGroupCount
           if WSGroupCount > WSLargestGroup
               move WSGroupCount to WSLargestGroup
           end-if
       end-if
       move CsKey to WSPrevKey.
