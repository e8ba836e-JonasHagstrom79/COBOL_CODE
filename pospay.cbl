       >>source format free
identification division.
program-id. pospay.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select PosPayParmFile assign to "POSPAYPARM.DAT"
           organization is line sequential
           file status is PosPayParmStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select PositivePayFile assign to "POSPAY.DAT"
           organization is line sequential.
       select PosPayHistFile assign to "POSPAYHIST.DAT"
           organization is line sequential
           file status is PosPayHistStatus.
       select PosPayRegister assign to "POSPAY.rpt"
           organization is line sequential.
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd PosPayParmFile.
01 PosPayParmData. *>the operating account the checks are drawn on, as the
*>bank knows it - one line, maintained by hand like REPORTPARM.DAT
       02 PmBankAccount pic x(15).
fd CheckRegisterFile.
       copy chkreg.
fd PositivePayFile.
01 PosPayDetail. *>the bank's fixed issued-check layout, one row per item
       02 PdRecType    pic x(1). *>D = detail
       02 PdAccount    pic x(15).
       02 PdCheckNum   pic 9(10).
       02 PdIssueDate  pic 9(8). *>YYYYMMDD printed on the check
       02 PdAmount     pic 9(8)v99. *>implied decimal, zero filled
       02 PdVoidFlag   pic x(1). *>V = void this check, space = issued
       02 PdPayee      pic x(30).
       02 filler       pic x(5).
01 PosPayTrailer. *>the control totals the bank proves the file against
       02 PtRecType    pic x(1). *>T = trailer
       02 PtAccount    pic x(15).
       02 PtItemCount  pic 9(6).
       02 PtIssueTotal pic 9(10)v99.
       02 PtVoidCount  pic 9(6).
       02 PtVoidTotal  pic 9(10)v99.
       02 PtFileDate   pic 9(8).
       02 filler       pic x(20).
fd PosPayHistFile.
01 PosPayHistData. *>one row per transmission file built - what was sent, when
       02 PhFileDate   pic 9(8). *>the business date the file covers
       02 PhBuiltStamp pic x(14). *>YYYYMMDDhhmmss the file was written
       02 PhItemCount  pic 9(6).
       02 PhIssueCount pic 9(6).
       02 PhIssueTotal pic 9(10)v99.
       02 PhVoidCount  pic 9(6).
       02 PhVoidTotal  pic 9(10)v99.
fd PosPayRegister.
01 PrintLine pic x(90).

working-storage section.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 PosPayParmStatus pic x(2) value "00".
       88 PosPayParmOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
       88 CheckRegisterNotFound value "35".
01 PosPayHistStatus pic x(2) value "00".
       88 PosPayHistOk value "00".
01 CheckEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSBankAccount pic x(15) value spaces.
01 WSVoidFlag pic x(1) value space.
01 WSItemCount pic 9(6) value zero.
01 WSIssueCount pic 9(6) value zero.
01 WSIssueTotal pic 9(10)v99 value zero.
01 WSVoidCount pic 9(6) value zero.
01 WSVoidTotal pic 9(10)v99 value zero.
01 RegHeading pic x(60) value "Positive Pay - Issued Check File Register".
01 RegColHeads pic x(90) value
       "Check#  Src  Issued    Payee                               Amount  Item".
01 RegDetailLine.
       02 PrnCheckNum pic 9(6).
       02 filler pic x(3) value space.
       02 PrnSource pic x(1).
       02 filler pic x(2) value space.
       02 PrnIssueDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnPayee pic x(30).
       02 filler pic x(2) value space.
       02 PrnAmount pic z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnItem pic x(6).
01 RegTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(4) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.
01 RegCountLine pic x(90).

procedure division.
0000-MAINLINE. *>the bank only pays a check it has been told about - every
*>check CHKREG.DAT shows issued or voided on the business date goes out in the
*>bank's fixed layout under a control-total trailer, and the register plus a
*>POSPAYHIST.DAT row prove afterwards exactly what was sent
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0200-GET-BANK-ACCOUNT
       open output PositivePayFile
       open output PosPayRegister
       write PrintLine from RegHeading after advancing page
       move spaces to RegCountLine
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   account " delimited by size
           WSBankAccount delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 1 line
       write PrintLine from RegColHeads after advancing 2 lines
       perform 1000-EXPORT-THE-DAY thru 1000-EXIT
       perform 2000-WRITE-THE-TRAILER
       perform 3000-PRINT-CONTROL-TOTALS
       perform 4000-LOG-THE-TRANSMISSION
       close PositivePayFile, PosPayRegister
       display "Positive pay for " WSRunDate " - " WSIssueCount " issued, "
           WSVoidCount " voided, on POSPAY.DAT"
       if WSBankAccount = spaces
           display "Warning - POSPAYPARM.DAT names no bank account"
           move 1 to return-code
       end-if
       stop run.

0100-GET-BUSINESS-DATE. *>inside the nightly chain the driver stages the
*>business date on BUSDATE.DAT - run standalone, the clock date stands
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

0200-GET-BANK-ACCOUNT.
       open input PosPayParmFile
       if PosPayParmOk
           read PosPayParmFile
               at end continue
               not at end move PmBankAccount to WSBankAccount
           end-read
       end-if
       close PosPayParmFile.

1000-EXPORT-THE-DAY. *>an issue row dated today, or a void row dated today -
*>a check printed and voided the same day goes across as both
       open input CheckRegisterFile
       if CheckRegisterNotFound
           close CheckRegisterFile
           go to 1000-EXIT
       end-if
       move 'N' to CheckEndOfFile
       perform 1100-EXPORT-ONE-ROW until CheckEndOfFile = 'Y'
       close CheckRegisterFile.
1000-EXIT.
       exit.

1100-EXPORT-ONE-ROW.
       read CheckRegisterFile next
           at end move 'Y' to CheckEndOfFile
           not at end
               if CkStatusDate = WSRunDate
                   evaluate true
                       when CkIssued
                           move space to WSVoidFlag
                           move "ISSUED" to PrnItem
                           add 1 to WSIssueCount
                           add CkAmount to WSIssueTotal
                           perform 1200-WRITE-ONE-ITEM
                       when CkVoided
                           move "V" to WSVoidFlag
                           move "VOID" to PrnItem
                           add 1 to WSVoidCount
                           add CkAmount to WSVoidTotal
                           perform 1200-WRITE-ONE-ITEM
                   end-evaluate
               end-if
       end-read.

1200-WRITE-ONE-ITEM.
       move spaces to PosPayDetail
       move "D" to PdRecType
       move WSVoidFlag to PdVoidFlag
       move WSBankAccount to PdAccount
       move CkCheckNum to PdCheckNum
       move CkIssueDate to PdIssueDate
       move CkAmount to PdAmount
       move CkPayeeName to PdPayee
       write PosPayDetail
       add 1 to WSItemCount
       move CkCheckNum to PrnCheckNum
       move CkSource to PrnSource
       move CkIssueDate to PrnIssueDate
       move CkPayeeName to PrnPayee
       move CkAmount to PrnAmount
       write PrintLine from RegDetailLine after advancing 1 line.

2000-WRITE-THE-TRAILER. *>written even on a day with no checks - an empty file
*>with a zero trailer tells the bank nothing was issued, silence tells it nothing
       move spaces to PosPayTrailer
       move "T" to PtRecType
       move WSBankAccount to PtAccount
       move WSItemCount to PtItemCount
       move WSIssueTotal to PtIssueTotal
       move WSVoidCount to PtVoidCount
       move WSVoidTotal to PtVoidTotal
       move WSRunDate to PtFileDate
       write PosPayTrailer.

3000-PRINT-CONTROL-TOTALS.
       move "Checks issued" to PrnTotalLabel
       move WSIssueCount to PrnTotalCount
       move WSIssueTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 2 lines
       move "Checks voided" to PrnTotalLabel
       move WSVoidCount to PrnTotalCount
       move WSVoidTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 1 line
       move "Items on the transmission file" to PrnTotalLabel
       move WSItemCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 1 line.

4000-LOG-THE-TRANSMISSION.
       move function current-date to WSCurrentDate
       move WSRunDate to PhFileDate
       move WSCurrentDate(1:14) to PhBuiltStamp
       move WSItemCount to PhItemCount
       move WSIssueCount to PhIssueCount
       move WSIssueTotal to PhIssueTotal
       move WSVoidCount to PhVoidCount
       move WSVoidTotal to PhVoidTotal
       open extend PosPayHistFile
       if not PosPayHistOk
           open output PosPayHistFile
       end-if
       write PosPayHistData
       close PosPayHistFile.
