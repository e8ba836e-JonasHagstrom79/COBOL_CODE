       select BatchHistFile assign to "BATCHHIST.DAT"
           organization is line sequential
           file status is BatchHistFileStatus.
       select CapWatchFile assign to "CAPWATCH.DAT"
           organization is line sequential
           file status is CapWatchFileStatus.
       select InvVerifyFile assign to "INVVERI.DAT"
           organization is line sequential
           file status is InvVerifyFileStatus.
       select DashboardReport assign to "DASHBOARD.rpt"
           organization is line sequential.
data division.
       copy custaud.
fd BatchHistFile.
       copy bhistrec.
fd CapWatchFile.
       copy capwrec.
fd InvVerifyFile.
       copy ivvrec.
fd DashboardReport.
01 PrintLine pic x(100).

01 BatchHistFileStatus pic x(2) value "00".
       88 BatchHistFileOk value "00".
       88 BatchHistFileNotFound value "35".
01 CapWatchFileStatus pic x(2) value "00".
       88 CapWatchFileOk value "00".
       88 CapWatchFileNotFound value "35".
01 InvVerifyFileStatus pic x(2) value "00".
       88 InvVerifyFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSSizeIndex pic 9 value zero.
01 WSStepsRun pic 9(3) value zero.
01 WSStepsFailed pic 9(3) value zero.
01 WSInvVerifyState pic x(1) value 'N'. *>N not run tonight, C clean, F failed
01 WSInvVerifyExceptions pic 9(5) value zero.
01 WSCapWarnings. *>CAPWATCH's rows for tonight - tables near their limit
       02 WSCapRow pic x(61) occurs 30 times.
01 WSCapCount pic 9(2) value zero.
01 WSCapWarnCount pic 9(2) value zero.
01 WSCapIndex pic 9(2) value zero.
01 WSCapFound pic x(1) value 'N'.
01 EditPct pic zz9.
01 EditMonth.
       02 EditMonthYear pic 9(4).
       02 filler pic x(1) value "/".
       02 EditMonthMM pic 9(2).
01 DashHeading pic x(60) value "Morning Operations Dashboard".
01 DashDateLine pic x(40).
01 DashLine pic x(100).
       perform 3000-TALLY-ORDERS thru 3000-EXIT
       perform 4000-TALLY-ZERO-STOCK thru 4000-EXIT
       perform 5000-TALLY-BATCH-STEPS thru 5000-EXIT
       perform 5500-TALLY-CAPACITY thru 5500-EXIT
       perform 5800-READ-STOCK-VERIFY
       perform 6000-PRINT-DASHBOARD
       display "Dashboard written to DASHBOARD.rpt"
       stop run.
           at end move 'Y' to EndOfFileFlag
       end-read.

5500-TALLY-CAPACITY. *>no CAPWATCH.DAT means the capacity step has not run -
*>the page says nothing rather than "all clear"
       open input CapWatchFile
       if not CapWatchFileOk
           close CapWatchFile
           go to 5500-EXIT
       end-if
       move 'Y' to WSCapFound
       move 'N' to EndOfFileFlag
       read CapWatchFile
           at end move 'Y' to EndOfFileFlag
       end-read
       perform 5600-TALLY-ONE-CAPACITY until EndOfFileFlag = 'Y'
       close CapWatchFile.
5500-EXIT.
       exit.

5600-TALLY-ONE-CAPACITY.
       if WSCapCount < 30
           add 1 to WSCapCount
           move CapWatchData to WSCapRow(WSCapCount)
           if not CpNext
               add 1 to WSCapWarnCount
           end-if
       end-if
       read CapWatchFile
           at end move 'Y' to EndOfFileFlag
       end-read.

5800-READ-STOCK-VERIFY. *>a result for any other date is a night INVVERI did
*>not run, not a clean pass
       open input InvVerifyFile
       if InvVerifyFileOk
           read InvVerifyFile
               at end continue
               not at end
                   if IvRunDate = WSRunDate
                       move IvResult to WSInvVerifyState
                       move IvExceptionCount to WSInvVerifyExceptions
                   end-if
           end-read
       end-if
       close InvVerifyFile.

6000-PRINT-DASHBOARD.
       open output DashboardReport
       write PrintLine from DashHeading after advancing page
           into DashLine
       end-string
       write PrintLine from DashLine after advancing 1 line
       move spaces to DashLine
       evaluate WSInvVerifyState
           when 'C'
               move "Stock/order check : CLEAN PASS   - see INVVERI.rpt" to DashLine
           when 'F'
               move WSInvVerifyExceptions to EditCount
               string "Stock/order check : FAILED " delimited by size
                   EditCount delimited by size
                   " discrepancies   - see INVVERI.rpt" delimited by size
                   into DashLine
               end-string
           when other
               move "Stock/order check : NOT RUN for this business date" to DashLine
       end-evaluate
       write PrintLine from DashLine after advancing 1 line
       if WSCapFound = 'Y'
           move WSCapWarnCount to EditCount
           move spaces to DashLine
           string "Capacity watch    : " delimited by size
               EditCount delimited by size
               " tables at/over warning   - see CAPWATCH.rpt" delimited by size
               into DashLine
           end-string
           write PrintLine from DashLine after advancing 1 line
           perform 6100-PRINT-ONE-CAPACITY
               varying WSCapIndex from 1 by 1 until WSCapIndex > WSCapCount
       end-if
       close DashboardReport.

6100-PRINT-ONE-CAPACITY.
       move WSCapRow(WSCapIndex) to CapWatchData
       move CpPct to EditPct
       move CpFullMonth(1:4) to EditMonthYear
       move CpFullMonth(5:2) to EditMonthMM
       move spaces to DashLine
       if CpNext
           string "  next to fill  " delimited by size
               function trim(CpProgram) delimited by size
               " " delimited by size
               function trim(CpTable) delimited by size
               " about " delimited by size
               EditMonth delimited by size
               into DashLine
           end-string
       else
           move CpCount to EditCount
           move CpLimit to EditCount2
           string "  " delimited by size
               CpFlag delimited by size
               "  " delimited by size
               CpProgram delimited by size
               CpTable delimited by size
               EditCount delimited by size
               " of " delimited by size
               EditCount2 delimited by size
               " (" delimited by size
               EditPct delimited by size
               "%)" delimited by size
               into DashLine
           end-string
       end-if
       write PrintLine from DashLine after advancing 1 line.
