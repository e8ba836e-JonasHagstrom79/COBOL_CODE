       >>source format free
identification division.
program-id. glclose.
environment division.
input-output section.
file-control.
       select GlHistFile assign to "GLJRNLHIST.DAT"
           organization is line sequential
           file status is GlHistFileStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
       select GlCloseJournalFile assign to "GLYECLOSE.DAT"
           organization is line sequential.
       select OpenBalFile assign to "GLOPENBAL.DAT"
           organization is line sequential
           file status is OpenBalFileStatus.
       select GlCloseFile assign to "GLCLOSE.DAT"
           organization is line sequential.
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
fd GlCloseJournalFile.
01 GlCloseJournalData. *>the closing entries in GLJOURNAL.DAT's layout, for the
*>ledger package to import on its own - the nightly file is rebuilt every run
       02 GyDate    pic 9(8).
       02 GyAccount pic x(4).
       02 GyDebit   pic 9(9)v99.
       02 GyCredit  pic 9(9)v99.
       02 GySource  pic x(8).
fd OpenBalFile.
01 OpenBalData. *>one row per balance-sheet account per new fiscal year
       02 ObYear    pic 9(4). *>the year the balance opens
       02 ObAccount pic x(4).
       02 ObDebit   pic 9(11)v99.
       02 ObCredit  pic 9(11)v99.
fd GlCloseFile.
01 GlCloseLine pic 9(8). *>YYYYMMDD the ledger is closed through - CHKGLCLS
*>reads this back for GLEXTRACT

working-storage section.
01 GlHistFileStatus pic x(2) value "00".
       88 GlHistFileOk value "00".
       88 GlHistFileNotFound value "35".
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 OpenBalFileStatus pic x(2) value "00".
       88 OpenBalFileOk value "00".
01 HistEndOfFile pic x(1) value 'N'.
01 CoaEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSCloseYear pic 9(4) value zero.
01 WSCloseDate pic 9(8). *>the fiscal year's last day - the closing entries' date
01 WSYearClosed pic x(1) value 'N'.
01 WSRetainedAcct pic x(4) value spaces.
01 WSRetainedSlot pic 9(3) value zero.
01 WSConfirmAnswer pic x(1).
01 WSAcctCount pic 9(3) value zero.
01 WSAcctTable. *>the chart, with each account's balance through the year end
       02 WSAcctEntry occurs 200 times.
           03 TblAccount pic x(4).
           03 TblType    pic x(1).
           03 TblBalance pic s9(11)v99. *>debit-positive
01 WSAcctIndex pic 9(3) value zero.
01 WSSlot pic 9(3) value zero.
01 WSOffChartCount pic 9(3) value zero.
01 WSNetIncome pic s9(11)v99 value zero. *>credit-positive, what retained
*>earnings takes in
01 WSClosingCount pic 9(5) value zero.
01 WSOpeningCount pic 9(5) value zero.
01 WSDebitTotal pic 9(12)v99 value zero.
01 WSCreditTotal pic 9(12)v99 value zero.
01 WSOpenDebits pic 9(12)v99 value zero.
01 WSOpenCredits pic 9(12)v99 value zero.
01 RptHeading pic x(40) value "GL Fiscal Year-End Close".
01 RptTextLine pic x(132).
01 RptLegLine.
       02 filler pic x(2) value space.
       02 PrnAccount pic x(4).
       02 filler pic x(2) value space.
       02 PrnType pic x(1).
       02 filler pic x(3) value space.
       02 PrnDebit pic z,zzz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnCredit pic z,zzz,zzz,zz9.99.
       copy rptwreq.

procedure division.
0000-MAINLINE. *>income and expense accounts start every fiscal year at zero -
*>closing entries move their balances into retained earnings, the balance
*>sheet carries forward on GLOPENBAL.DAT, and the year is locked so GLEXTRACT
*>(through CHKGLCLS) can never post into it again
       display "Fiscal year to close (YYYY) : " with no advancing
       accept WSCloseYear
       compute WSCloseDate = WSCloseYear * 10000 + 1231
       move function current-date to WSCurrentDate
       if WSCurrentDate(1:8) <= WSCloseDate
           display "Fiscal year " WSCloseYear " has not ended - nothing closed"
           move 1 to return-code
           stop run
       end-if
       call "CHKGLCLS" using WSCloseDate, WSYearClosed
       if WSYearClosed = 'Y'
           display "The ledger is already closed through " WSCloseYear
               " or later - closing again would double the closing entries,"
               " so the run is refused"
           move 1 to return-code
           stop run
       end-if
       display "Retained earnings account (blank = 3900) : " with no advancing
       accept WSRetainedAcct
       if WSRetainedAcct = spaces
           move "3900" to WSRetainedAcct
       end-if
       perform 1000-LOAD-THE-CHART
       if WSRetainedSlot = zero
           display "Account " WSRetainedAcct " is not an equity account on"
               " GLCOA.DAT - add it through COAMNT first"
           move 1 to return-code
           stop run
       end-if
       open input GlHistFile
       if GlHistFileNotFound
           display "GLJRNLHIST.DAT not found - no journal history to close"
           close GlHistFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to HistEndOfFile
       read GlHistFile
           at end move 'Y' to HistEndOfFile
       end-read
       perform 2000-TALLY-ONE-LEG until HistEndOfFile = 'Y'
       close GlHistFile
       if WSOffChartCount > zero
           display WSOffChartCount " account(s) carry history but are not on"
               " GLCOA.DAT - classify them through COAMNT before closing"
           move 1 to return-code
           stop run
       end-if
       display "Close " WSCloseYear " into account " WSRetainedAcct
           ". Proceed (Y/N) : " with no advancing
       accept WSConfirmAnswer
       move function upper-case(WSConfirmAnswer) to WSConfirmAnswer
       if WSConfirmAnswer not = 'Y'
           display "Close abandoned - nothing posted"
           stop run
       end-if
       set RwActionOpen to true
       move "GLCLOSE.rpt" to RwReportName
       move RptHeading to RwTitle
       call "RPTWRITE" using RptWriteRequest
       perform 3000-POST-CLOSING-ENTRIES
       perform 4000-WRITE-OPENING-BALANCES
       set RwActionClose to true
       move WSClosingCount to RwRecordCount
       move "closing legs posted" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       perform 5000-LOCK-THE-YEAR
       display "Fiscal year " WSCloseYear " closed - " WSClosingCount
           " closing legs, " WSOpeningCount " opening balances, see GLCLOSE.rpt"
       stop run.

1000-LOAD-THE-CHART.
       open input CoaFile
       if CoaFileOk
           move 'N' to CoaEndOfFile
           perform 1100-LOAD-ONE-ACCOUNT until CoaEndOfFile = 'Y'
       end-if
       close CoaFile.

1100-LOAD-ONE-ACCOUNT.
       read CoaFile next
           at end move 'Y' to CoaEndOfFile
           not at end
               if WSAcctCount < 200
                   add 1 to WSAcctCount
                   move CoaAccount to TblAccount(WSAcctCount)
                   move CoaType to TblType(WSAcctCount)
                   move zero to TblBalance(WSAcctCount)
                   if CoaAccount = WSRetainedAcct and CoaEquity
                       move WSAcctCount to WSRetainedSlot
                   end-if
               end-if
       end-read.

2000-TALLY-ONE-LEG. *>every leg through the year end - an income account left
*>open from an earlier unclosed year is swept up with this one
       if GhDate <= WSCloseDate
           move zero to WSSlot
           perform 2100-TEST-ONE-ACCOUNT
               varying WSAcctIndex from 1 by 1
               until WSAcctIndex > WSAcctCount or WSSlot > zero
           if WSSlot = zero
               add 1 to WSOffChartCount
               display "Account " GhAccount " is not on the chart"
           else
               add GhDebit to TblBalance(WSSlot)
               subtract GhCredit from TblBalance(WSSlot)
           end-if
       end-if
       read GlHistFile
           at end move 'Y' to HistEndOfFile
       end-read.

2100-TEST-ONE-ACCOUNT.
       if TblAccount(WSAcctIndex) = GhAccount
           move WSAcctIndex to WSSlot
       end-if.

3000-POST-CLOSING-ENTRIES. *>one leg per income account taking it to zero,
*>the difference to retained earnings - dated the year end, source YECLOSE
       move "Closing entries" to RwLine
       perform 8000-PRINT-THE-LINE
       open extend GlHistFile
       if not GlHistFileOk
           open output GlHistFile
       end-if
       open output GlCloseJournalFile
       perform 3100-CLOSE-ONE-ACCOUNT
           varying WSAcctIndex from 1 by 1 until WSAcctIndex > WSAcctCount
       move WSRetainedAcct to GhAccount
       if WSNetIncome > zero
           move zero to GhDebit
           move WSNetIncome to GhCredit
       else
           compute GhDebit = zero - WSNetIncome
           move zero to GhCredit
       end-if
       if WSNetIncome not = zero
           perform 3200-WRITE-CLOSING-LEG
           subtract GhCredit from TblBalance(WSRetainedSlot)
           add GhDebit to TblBalance(WSRetainedSlot)
       end-if
       close GlHistFile, GlCloseJournalFile
       move spaces to RptTextLine
       string "Net income closed to " delimited by size
           WSRetainedAcct delimited by size
           into RptTextLine
       end-string
       move RptTextLine to RwLine
       perform 8000-PRINT-THE-LINE
       move spaces to RptLegLine
       move "TOT" to PrnAccount
       move WSDebitTotal to PrnDebit
       move WSCreditTotal to PrnCredit
       move RptLegLine to RwLine
       perform 8000-PRINT-THE-LINE.

3100-CLOSE-ONE-ACCOUNT.
       if (TblType(WSAcctIndex) = "R" or TblType(WSAcctIndex) = "E")
          and TblBalance(WSAcctIndex) not = zero
           move TblAccount(WSAcctIndex) to GhAccount
           if TblBalance(WSAcctIndex) > zero
               move zero to GhDebit
               move TblBalance(WSAcctIndex) to GhCredit
           else
               compute GhDebit = zero - TblBalance(WSAcctIndex)
               move zero to GhCredit
           end-if
           subtract TblBalance(WSAcctIndex) from WSNetIncome
           move zero to TblBalance(WSAcctIndex)
           perform 3200-WRITE-CLOSING-LEG
       end-if.

3200-WRITE-CLOSING-LEG.
       move WSCloseDate to GhDate
       move "YECLOSE" to GhSource
       write GlHistData
       move GlHistData to GlCloseJournalData
       write GlCloseJournalData
       add 1 to WSClosingCount
       add GhDebit to WSDebitTotal
       add GhCredit to WSCreditTotal
       move GhAccount to PrnAccount
       if GhAccount = WSRetainedAcct
           move "Q" to PrnType
       else
           move TblType(WSAcctIndex) to PrnType
       end-if
       move GhDebit to PrnDebit
       move GhCredit to PrnCredit
       move RptLegLine to RwLine
       perform 8000-PRINT-THE-LINE.

4000-WRITE-OPENING-BALANCES. *>asset, liability and equity balances as they
*>stand after the close - the new year's opening trial balance
       move "Opening balances for the new year" to RwLine
       set RwActionDetail to true
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       open extend OpenBalFile
       if not OpenBalFileOk
           open output OpenBalFile
       end-if
       perform 4100-OPEN-ONE-ACCOUNT
           varying WSAcctIndex from 1 by 1 until WSAcctIndex > WSAcctCount
       close OpenBalFile
       move spaces to RptLegLine
       move "TOT" to PrnAccount
       move WSOpenDebits to PrnDebit
       move WSOpenCredits to PrnCredit
       move RptLegLine to RwLine
       perform 8000-PRINT-THE-LINE
       if WSOpenDebits not = WSOpenCredits
           move "*** OPENING BALANCES DO NOT BALANCE - check the journal history ***"
               to RwLine
           perform 8000-PRINT-THE-LINE
           move 1 to return-code
       end-if.

4100-OPEN-ONE-ACCOUNT.
       if TblType(WSAcctIndex) not = "R" and TblType(WSAcctIndex) not = "E"
          and TblBalance(WSAcctIndex) not = zero
           compute ObYear = WSCloseYear + 1
           move TblAccount(WSAcctIndex) to ObAccount
           if TblBalance(WSAcctIndex) > zero
               move TblBalance(WSAcctIndex) to ObDebit
               move zero to ObCredit
           else
               move zero to ObDebit
               compute ObCredit = zero - TblBalance(WSAcctIndex)
           end-if
           write OpenBalData
           add 1 to WSOpeningCount
           add ObDebit to WSOpenDebits
           add ObCredit to WSOpenCredits
           move spaces to RptLegLine
           move ObAccount to PrnAccount
           move TblType(WSAcctIndex) to PrnType
           move ObDebit to PrnDebit
           move ObCredit to PrnCredit
           move RptLegLine to RwLine
           perform 8000-PRINT-THE-LINE
       end-if.

5000-LOCK-THE-YEAR. *>written last, so a close that died part way locks nothing
       open output GlCloseFile
       move WSCloseDate to GlCloseLine
       write GlCloseLine
       close GlCloseFile.

8000-PRINT-THE-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
