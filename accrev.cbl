       >>source format free
identification division.
program-id. accrev.
environment division.
input-output section.
file-control.
       select AccessLogFile assign to "ACCESSLOG.DAT"
           organization is line sequential
           file status is AccessLogStatus.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           file status is CustAuditFileStatus.
       select AccParmFile assign to "ACCPARM.DAT"
           organization is line sequential
           file status is AccParmStatus.
data division.
file section.
fd AccessLogFile.
       copy acslog.
fd CustAuditFile.
       copy custaud.
fd AccParmFile.
01 AccParmData. *>one line, maintained by hand like PURGEPARM.DAT - the weekly
*>look count that flags an operator, then the business day as HHMM from and
*>to, e.g. 005007001800
       02 ApVolumeLimit pic 9(4).
       02 ApDayStart    pic 9(4).
       02 ApDayEnd      pic 9(4).

working-storage section.
01 AccessLogStatus pic x(2) value "00".
       88 AccessLogOk value "00".
       88 AccessLogNotFound value "35".
01 CustAuditFileStatus pic x(2) value "00".
       88 CustAuditFileOk value "00".
01 AccParmStatus pic x(2) value "00".
       88 AccParmOk value "00".
01 AccessEndOfFile pic x(1) value 'N'.
01 AuditEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>W=weekly review, V=who viewed a record
01 WSFromDate pic 9(8) value zero.
01 WSToDate pic 9(8) value zero.
01 WSBackSixDays pic s9(7) value -6.
01 WSSubject pic x(1).
01 WSIDNum pic 9(5).
01 WSVolumeLimit pic 9(4) value 50.
01 WSDayStart pic 9(4) value 0700.
01 WSDayEnd pic 9(4) value 1800.
01 WSEntryDate pic 9(8).
01 WSEntryTime pic 9(4).
01 WSWeekday pic 9(1).
01 WSAfterHours pic x(1).
01 WSRelatedChange pic x(1).
01 WSEntryCount pic 9(7) value zero.
01 WSSectionCount pic 9(5) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSOperatorTable. *>the week's looks by operator, built on the first pass
       02 WSOpEntry occurs 200 times.
           03 WSOpId      pic x(10).
           03 WSOpLooks   pic 9(5).
           03 WSOpUnmasks pic 9(5).
           03 WSOpRefused pic 9(5).
           03 WSOpAfter   pic 9(5).
01 WSOpCount pic 9(3) value zero.
01 WSOpIndex pic 9(3) value zero.
01 WSOpFound pic 9(3) value zero.
       copy rptwreq.
01 AccSectionLine pic x(132).
01 AccRangeLine.
       02 filler pic x(14) value "Access from   ".
       02 PrnFromDate pic 9999/99/99.
       02 filler pic x(4) value " to ".
       02 PrnToDate pic 9999/99/99.
01 OperatorColumnLine pic x(132) value
       "Operator    Looks   Unmasks   Refused  AfterHrs".
01 OperatorDetailLine.
       02 PrnOpId pic x(10).
       02 filler pic x(2) value space.
       02 PrnOpLooks pic zzzz9.
       02 filler pic x(5) value space.
       02 PrnOpUnmasks pic zzzz9.
       02 filler pic x(5) value space.
       02 PrnOpRefused pic zzzz9.
       02 filler pic x(5) value space.
       02 PrnOpAfter pic zzzz9.
       02 filler pic x(3) value space.
       02 PrnOpFlag pic x(11).
01 EntryColumnLine pic x(132) value
       "Date        Time   Operator    Program   Record   IDNum  Action    Revealed".
01 EntryDetailLine.
       02 PrnDate pic 9999/99/99.
       02 filler pic x(2) value space.
       02 PrnHour pic 99.
       02 filler pic x(1) value ":".
       02 PrnMinute pic 99.
       02 filler pic x(2) value space.
       02 PrnOperator pic x(10).
       02 filler pic x(2) value space.
       02 PrnProgram pic x(8).
       02 filler pic x(2) value space.
       02 PrnSubject pic x(8).
       02 filler pic x(1) value space.
       02 PrnIDNum pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnAction pic x(8).
       02 filler pic x(2) value space.
       02 PrnRevealed pic x(40).
01 AccNoneLine pic x(132) value "  none".

procedure division.
0000-MAINLINE. *>the review of ACCESSLOG.DAT the auditors asked for - weekly,
*>the looks each operator made with the ones worth a question flagged: more
*>than the volume limit in the range, outside the business day or on a
*>weekend, and any SSN unmasked with no change to go with it. The V mode
*>answers "who viewed this record" for one customer or student
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       display "W-Weekly review  V-Who viewed a record : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       if WSMode not = 'W' and WSMode not = 'V'
           display "Mode must be W or V"
           stop run
       end-if
       open input AccessLogFile
       if AccessLogNotFound
           display "ACCESSLOG.DAT not found - no access logged yet"
           close AccessLogFile
           stop run
       end-if
       close AccessLogFile
       if WSMode = 'W'
           perform 1000-WEEKLY-REVIEW thru 1000-EXIT
       else
           perform 5000-WHO-VIEWED thru 5000-EXIT
       end-if
       stop run.

1000-WEEKLY-REVIEW. *>a zero from date means the seven days ending today
       display "From date (YYYYMMDD, 0 for the last seven days) : "
           with no advancing
       accept WSFromDate
       if WSFromDate = zero
           move WSRunDate to WSToDate
           call "DATEADD" using WSToDate, WSBackSixDays, WSFromDate
       else
           display "To date   (YYYYMMDD, 0 for today) : " with no advancing
           accept WSToDate
           if WSToDate = zero
               move WSRunDate to WSToDate
           end-if
       end-if
       perform 1100-LOAD-PARAMETERS
       initialize WSOperatorTable
       move zero to WSOpCount, WSEntryCount
       open input AccessLogFile
       move 'N' to AccessEndOfFile
       perform 1200-COUNT-ONE-ENTRY until AccessEndOfFile = 'Y'
       close AccessLogFile
       set RwActionOpen to true
       move "ACCREVIEW.rpt" to RwReportName
       move "Sensitive-data access review" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move WSFromDate to PrnFromDate
       move WSToDate to PrnToDate
       set RwActionDetail to true
       move AccRangeLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 2000-PRINT-OPERATORS
       perform 3000-PRINT-AFTER-HOURS
       perform 4000-PRINT-UNMASKS
       set RwActionClose to true
       move WSEntryCount to RwRecordCount
       move "accesses reviewed" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       display "Access review written to ACCREVIEW.rpt - " WSEntryCount
           " accesses from " WSFromDate " to " WSToDate.
1000-EXIT.
       continue.

1100-LOAD-PARAMETERS.
       open input AccParmFile
       if AccParmOk
           read AccParmFile
               at end continue
               not at end
                   if ApVolumeLimit is numeric and ApVolumeLimit > zero
                       move ApVolumeLimit to WSVolumeLimit
                   end-if
                   if ApDayStart is numeric and ApDayEnd is numeric
                      and ApDayEnd > ApDayStart
                       move ApDayStart to WSDayStart
                       move ApDayEnd to WSDayEnd
                   end-if
           end-read
       end-if
       close AccParmFile.

1200-COUNT-ONE-ENTRY.
       perform 8000-READ-IN-RANGE
       if AccessEndOfFile = 'Y'
           exit paragraph
       end-if
       add 1 to WSEntryCount
       move zero to WSOpFound
       perform 1210-CHECK-ONE-OPERATOR
           varying WSOpIndex from 1 by 1
           until WSOpIndex > WSOpCount or WSOpFound > zero
       if WSOpFound = zero
           if WSOpCount < 200
               add 1 to WSOpCount
               move AxOperator to WSOpId(WSOpCount)
           end-if
           move WSOpCount to WSOpFound
       end-if
       add 1 to WSOpLooks(WSOpFound)
       if AxUnmask
           add 1 to WSOpUnmasks(WSOpFound)
       end-if
       if AxUnmaskRefused
           add 1 to WSOpRefused(WSOpFound)
       end-if
       if WSAfterHours = 'Y'
           add 1 to WSOpAfter(WSOpFound)
       end-if.

1210-CHECK-ONE-OPERATOR.
       if WSOpId(WSOpIndex) = AxOperator
           move WSOpIndex to WSOpFound
       end-if.

2000-PRINT-OPERATORS.
       move "Accesses by operator" to AccSectionLine
       perform 7000-PRINT-SECTION-HEADING
       move OperatorColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSOpCount = zero
           move AccNoneLine to RwLine
           call "RPTWRITE" using RptWriteRequest
       end-if
       perform 2100-PRINT-ONE-OPERATOR
           varying WSOpIndex from 1 by 1 until WSOpIndex > WSOpCount.

2100-PRINT-ONE-OPERATOR.
       move WSOpId(WSOpIndex) to PrnOpId
       if PrnOpId = spaces
           move "(none)" to PrnOpId
       end-if
       move WSOpLooks(WSOpIndex) to PrnOpLooks
       move WSOpUnmasks(WSOpIndex) to PrnOpUnmasks
       move WSOpRefused(WSOpIndex) to PrnOpRefused
       move WSOpAfter(WSOpIndex) to PrnOpAfter
       if WSOpLooks(WSOpIndex) > WSVolumeLimit
           move "HIGH VOLUME" to PrnOpFlag
       else
           move spaces to PrnOpFlag
       end-if
       set RwActionDetail to true
       move OperatorDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

3000-PRINT-AFTER-HOURS. *>outside the business day in ACCPARM.DAT, or any
*>time on a Saturday or Sunday
       move spaces to AccSectionLine
       string "After-hours and weekend access (business day " delimited by size
           WSDayStart delimited by size
           "-" delimited by size
           WSDayEnd delimited by size
           ")" delimited by size
           into AccSectionLine
       end-string
       perform 7000-PRINT-SECTION-HEADING
       perform 7050-PRINT-ENTRY-COLUMNS
       move zero to WSSectionCount
       open input AccessLogFile
       move 'N' to AccessEndOfFile
       perform 3100-CHECK-ONE-ENTRY until AccessEndOfFile = 'Y'
       close AccessLogFile
       perform 7200-PRINT-NONE-IF-EMPTY.

3100-CHECK-ONE-ENTRY.
       perform 8000-READ-IN-RANGE
       if AccessEndOfFile = 'Y' or WSAfterHours not = 'Y'
           exit paragraph
       end-if
       perform 7100-PRINT-ENTRY.

4000-PRINT-UNMASKS. *>a full SSN shown with no change to the customer file
*>by the same operator the same day - for the customer unmasked, or for any
*>customer when the unmask was not against one record. Refused unmasks are
*>listed with them
       move "Unmasks with no related change, and refused unmasks"
           to AccSectionLine
       perform 7000-PRINT-SECTION-HEADING
       perform 7050-PRINT-ENTRY-COLUMNS
       move zero to WSSectionCount
       open input AccessLogFile
       move 'N' to AccessEndOfFile
       perform 4100-CHECK-ONE-UNMASK until AccessEndOfFile = 'Y'
       close AccessLogFile
       perform 7200-PRINT-NONE-IF-EMPTY.

4100-CHECK-ONE-UNMASK.
       perform 8000-READ-IN-RANGE
       if AccessEndOfFile = 'Y'
           exit paragraph
       end-if
       if AxUnmaskRefused
           perform 7100-PRINT-ENTRY
           exit paragraph
       end-if
       if not AxUnmask
           exit paragraph
       end-if
       move 'N' to WSRelatedChange
       open input CustAuditFile
       if CustAuditFileOk
           move 'N' to AuditEndOfFile
           perform 4200-CHECK-ONE-CHANGE
               until AuditEndOfFile = 'Y' or WSRelatedChange = 'Y'
       end-if
       close CustAuditFile
       if WSRelatedChange not = 'Y'
           perform 7100-PRINT-ENTRY
       end-if.

4200-CHECK-ONE-CHANGE.
       read CustAuditFile
           at end
               move 'Y' to AuditEndOfFile
               exit paragraph
       end-read
       if AudOperator = AxOperator
          and AudTimestamp(1:8) = AxTimestamp(1:8)
          and (AxIDNum = zero or AudIdNum = AxIDNum)
           move 'Y' to WSRelatedChange
       end-if.

5000-WHO-VIEWED. *>every look at one customer or student, oldest first
       display "C-Customer  S-Student : " with no advancing
       accept WSSubject
       move function upper-case(WSSubject) to WSSubject
       if WSSubject not = 'C' and WSSubject not = 'S'
           display "Record type must be C or S"
           go to 5000-EXIT
       end-if
       display "IDNum : " with no advancing
       accept WSIDNum
       display "From date (YYYYMMDD, 0 for the whole log) : " with no advancing
       accept WSFromDate
       display "To date   (YYYYMMDD, 0 for open) : " with no advancing
       accept WSToDate
       if WSToDate = zero
           move 99999999 to WSToDate
       end-if
       set RwActionOpen to true
       move "ACCVIEW.rpt" to RwReportName
       move spaces to RwTitle
       if WSSubject = 'C'
           string "Who viewed customer " delimited by size
               WSIDNum delimited by size
               into RwTitle
           end-string
       else
           string "Who viewed student " delimited by size
               WSIDNum delimited by size
               into RwTitle
           end-string
       end-if
       call "RPTWRITE" using RptWriteRequest
       move zero to WSSectionCount
       perform 7050-PRINT-ENTRY-COLUMNS
       open input AccessLogFile
       move 'N' to AccessEndOfFile
       perform 5100-CHECK-ONE-ENTRY until AccessEndOfFile = 'Y'
       close AccessLogFile
       perform 7200-PRINT-NONE-IF-EMPTY
       set RwActionClose to true
       move WSSectionCount to RwRecordCount
       move "accesses found" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       display WSSectionCount " accesses found - listed on ACCVIEW.rpt".
5000-EXIT.
       continue.

5100-CHECK-ONE-ENTRY.
       perform 8000-READ-IN-RANGE
       if AccessEndOfFile = 'Y'
           exit paragraph
       end-if
       if AxSubject = WSSubject and AxIDNum = WSIDNum
           perform 7100-PRINT-ENTRY
       end-if.

7000-PRINT-SECTION-HEADING.
       set RwActionDetail to true
       move AccSectionLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7050-PRINT-ENTRY-COLUMNS.
       set RwActionDetail to true
       move EntryColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7100-PRINT-ENTRY.
       add 1 to WSSectionCount
       move WSEntryDate to PrnDate
       move AxTimestamp(9:2) to PrnHour
       move AxTimestamp(11:2) to PrnMinute
       move AxOperator to PrnOperator
       move AxProgram to PrnProgram
       if AxSubject = 'S'
           move "Student" to PrnSubject
       else
           move "Customer" to PrnSubject
       end-if
       move AxIDNum to PrnIDNum
       evaluate true
           when AxInquiry       move "Inquiry" to PrnAction
           when AxHistory       move "History" to PrnAction
           when AxUnmask        move "Unmask" to PrnAction
           when AxUnmaskRefused move "Refused" to PrnAction
           when other           move AxAction to PrnAction
       end-evaluate
       move AxRevealed to PrnRevealed
       set RwActionDetail to true
       move EntryDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7200-PRINT-NONE-IF-EMPTY.
       if WSSectionCount = zero
           set RwActionDetail to true
           move AccNoneLine to RwLine
           move 1 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       end-if.

8000-READ-IN-RANGE. *>the next entry inside the date range, with whether it
*>fell outside the business day worked out for it
       move 'N' to WSAfterHours
       read AccessLogFile
           at end
               move 'Y' to AccessEndOfFile
               exit paragraph
       end-read
       move AxTimestamp(1:8) to WSEntryDate
       if WSEntryDate < WSFromDate or WSEntryDate > WSToDate
           go to 8000-READ-IN-RANGE
       end-if
       move AxTimestamp(9:4) to WSEntryTime
       compute WSWeekday =
           function mod(function integer-of-date(WSEntryDate), 7)
       if WSEntryTime < WSDayStart or WSEntryTime >= WSDayEnd
          or WSWeekday = 0 or WSWeekday = 6
           move 'Y' to WSAfterHours
       end-if.
