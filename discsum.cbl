       >>source format free
identification division.
program-id. discsum.
environment division.
input-output section.
file-control.
       copy dinfc.
data division.
file section.
fd IncidentFile.
       copy dinrec.

working-storage section.
01 IncidentStatus pic x(2) value "00".
       88 IncidentOk value "00".
01 IncidentEndOfFile pic x(1) value 'N'.
01 WSRunTerm pic x(6).
01 WSIncidentCount pic 9(5) value zero.
01 WSTypeIndex pic 9(1) value zero.
01 WSGradeIndex pic 9(2) value zero.
01 WSTypeNames. *>in the order the type codes are offered at entry
       02 filler pic x(20) value "Fighting".
       02 filler pic x(20) value "Defiance/disruption".
       02 filler pic x(20) value "Bullying/harassment".
       02 filler pic x(20) value "Weapon".
       02 filler pic x(20) value "Substance".
       02 filler pic x(20) value "Theft/vandalism".
       02 filler pic x(20) value "Other".
       02 filler pic x(20) value "All incidents".
01 WSTypeNameTable redefines WSTypeNames.
       02 WSTypeName pic x(20) occurs 8 times.
01 WSSummaryTable. *>a row per type and the all-incidents row, a column per
*>grade level K through 12
       02 WSSumEntry occurs 8 times.
           03 WSSumGrade    pic 9(5) occurs 13 times.
           03 WSSumTotal    pic 9(5).
           03 WSSumInSchool pic 9(5).
           03 WSSumOutSchool pic 9(5).
           03 WSSumDays     pic 9(5).
       copy rptwreq.
01 SummaryColumnLine pic x(132) value
       "Incident type           K    1    2    3    4    5    6    7    8    9   10   11   12   Total  InSch OutSch   Days".
01 SummaryDetailLine.
       02 PrnTypeName pic x(20).
       02 PrnGradeCount pic zzzz9 occurs 13 times.
       02 filler pic x(3) value space.
       02 PrnTotal pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnInSchool pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnOutSchool pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnDays pic zzzz9.

procedure division.
0000-MAINLINE. *>the yearly count the administrators were asked for and
*>totalled from the referral slips by hand - the term's incidents by type
*>across the grade level each student was in at the time, with the
*>suspensions given and the school days they kept students out
       display "Term to summarize : " with no advancing
       accept WSRunTerm
       move function upper-case(WSRunTerm) to WSRunTerm
       if WSRunTerm = spaces
           display "A term is needed"
           stop run
       end-if
       open input IncidentFile
       if not IncidentOk
           display "No incidents on file yet"
           close IncidentFile
           stop run
       end-if
       initialize WSSummaryTable
       move 'N' to IncidentEndOfFile
       perform 1000-COUNT-ONE-INCIDENT until IncidentEndOfFile = 'Y'
       close IncidentFile
       set RwActionOpen to true
       move "DISCSUM.rpt" to RwReportName
       move spaces to RwTitle
       string "Discipline summary - term " delimited by size
           WSRunTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move SummaryColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 2000-PRINT-ONE-TYPE
           varying WSTypeIndex from 1 by 1 until WSTypeIndex > 8
       set RwActionClose to true
       move WSIncidentCount to RwRecordCount
       move "incidents counted" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       display "Discipline summary written to DISCSUM.rpt - "
           WSIncidentCount " incidents in " WSRunTerm
       stop run.

1000-COUNT-ONE-INCIDENT. *>the key leads with the student, so the whole file
*>is read and the term picked out
       read IncidentFile next
           at end
               move 'Y' to IncidentEndOfFile
               exit paragraph
       end-read
       if DiTerm not = WSRunTerm
           exit paragraph
       end-if
       add 1 to WSIncidentCount
       evaluate true
           when DiFighting  move 1 to WSTypeIndex
           when DiDefiance  move 2 to WSTypeIndex
           when DiBullying  move 3 to WSTypeIndex
           when DiWeapon    move 4 to WSTypeIndex
           when DiSubstance move 5 to WSTypeIndex
           when DiTheft     move 6 to WSTypeIndex
           when other       move 7 to WSTypeIndex
       end-evaluate
       if DiGradeLevel > 12
           move 13 to WSGradeIndex
       else
           compute WSGradeIndex = DiGradeLevel + 1
       end-if
       perform 1100-ADD-TO-ROW
       move 8 to WSTypeIndex
       perform 1100-ADD-TO-ROW.

1100-ADD-TO-ROW.
       add 1 to WSSumGrade(WSTypeIndex, WSGradeIndex)
       add 1 to WSSumTotal(WSTypeIndex)
       if DiInSchool
           add 1 to WSSumInSchool(WSTypeIndex)
       end-if
       if DiOutOfSchool
           add 1 to WSSumOutSchool(WSTypeIndex)
           add DiSuspDays to WSSumDays(WSTypeIndex)
       end-if.

2000-PRINT-ONE-TYPE.
       move WSTypeName(WSTypeIndex) to PrnTypeName
       perform 2100-MOVE-ONE-GRADE
           varying WSGradeIndex from 1 by 1 until WSGradeIndex > 13
       move WSSumTotal(WSTypeIndex) to PrnTotal
       move WSSumInSchool(WSTypeIndex) to PrnInSchool
       move WSSumOutSchool(WSTypeIndex) to PrnOutSchool
       move WSSumDays(WSTypeIndex) to PrnDays
       set RwActionDetail to true
       move SummaryDetailLine to RwLine
       if WSTypeIndex = 8
           move 2 to RwAdvance
       else
           move 1 to RwAdvance
       end-if
       call "RPTWRITE" using RptWriteRequest.

2100-MOVE-ONE-GRADE.
       move WSSumGrade(WSTypeIndex, WSGradeIndex) to PrnGradeCount(WSGradeIndex).
