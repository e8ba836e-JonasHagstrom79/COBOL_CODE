       >>source format free
identification division.
program-id. adarpt.
environment division.
input-output section.
file-control.
       copy attfc.
       copy studfc.
       select AdaParmFile assign to "ADAPARM.DAT"
           organization is line sequential
           file status is AdaParmStatus.
       select SubmissionFile assign to "ADASUBMIT.DAT"
           organization is line sequential.
data division.
file section.
fd AttendanceFile.
       copy attrec.
fd StudentMasterFile.
       copy studrec.
fd AdaParmFile.
01 AdaParmData. *>the school's state codes and rules - one line, maintained
*>by hand like PURGEPARM.DAT
       02 ApDistrict      pic x(6).
       02 ApSchool        pic x(6).
       02 ApExcusedPresent pic x(1). *>Y = an excused absence counts as present
       02 ApSuspMember    pic x(1). *>Y = a suspension day stays in membership
fd SubmissionFile.
01 SubHeaderData. *>the state's fixed layout - header, a row per grade, trailer
       02 ShRecType     pic x(1). *>H
       02 ShDistrict    pic x(6).
       02 ShSchool      pic x(6).
       02 ShPeriod      pic x(2).
       02 ShStartDate   pic 9(8).
       02 ShEndDate     pic 9(8).
       02 ShSessionDays pic 9(3).
       02 ShRunDate     pic 9(8).
       02 filler        pic x(38).
01 SubDetailData.
       02 SdRecType     pic x(1). *>D
       02 SdDistrict    pic x(6).
       02 SdSchool      pic x(6).
       02 SdGradeLevel  pic 9(2).
       02 SdStudents    pic 9(5).
       02 SdMemberDays  pic 9(7).
       02 SdPresentDays pic 9(7).
       02 SdAdm         pic 9(5)v99.
       02 SdAda         pic 9(5)v99.
       02 filler        pic x(32).
01 SubTrailerData.
       02 StRecType     pic x(1). *>T
       02 StDistrict    pic x(6).
       02 StSchool      pic x(6).
       02 StRecordCount pic 9(5). *>header and trailer included
       02 StStudents    pic 9(5).
       02 StMemberDays  pic 9(8).
       02 StPresentDays pic 9(8).
       02 StAdm         pic 9(5)v99.
       02 StAda         pic 9(5)v99.
       02 filler        pic x(27).

working-storage section.
01 AttendanceStatus pic x(2) value "00".
       88 AttendanceOk value "00".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 AdaParmStatus pic x(2) value "00".
       88 AdaParmOk value "00".
01 AttendEndOfFile pic x(1) value 'N'.
01 WSDistrict pic x(6) value spaces.
01 WSSchool pic x(6) value spaces.
01 WSExcusedPresent pic x(1) value 'N'.
01 WSSuspMember pic x(1) value 'Y'.
01 WSPeriod pic x(2).
01 WSStartDate pic 9(8).
01 WSEndDate pic 9(8).
01 WSWantDetail pic x(1).
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSSessionCount pic 9(3) value zero.
01 WSSessionTable. *>every date the roll was taken in the period
       02 WSSessionDate pic 9(8) occurs 366 times.
01 WSSessionIndex pic 9(3) value zero.
01 WSSessionFound pic x(1).
01 WSCurrentID pic 9(5) value zero.
01 WSStudentDays. *>the student being totalled
       02 WSStuMember  pic 9(3).
       02 WSStuPresent pic 9(3).
       02 WSStuAbsent  pic 9(3).
       02 WSStuTardy   pic 9(3).
       02 WSStuExcused pic 9(3).
       02 WSStuSusp    pic 9(3).
01 WSGradeIndex pic 9(2) value zero.
01 WSGradeShow pic z9.
01 WSGradeTable. *>K through 12, and a row for students not on the master
       02 WSGradeEntry occurs 14 times.
           03 WSGrStudents pic 9(5).
           03 WSGrMember   pic 9(7).
           03 WSGrPresent  pic 9(7).
01 WSTotStudents pic 9(5) value zero.
01 WSTotMember pic 9(8) value zero.
01 WSTotPresent pic 9(8) value zero.
01 WSAdm pic 9(5)v99 value zero.
01 WSAda pic 9(5)v99 value zero.
01 WSRecordCount pic 9(5) value zero.
01 WSUnknownCount pic 9(5) value zero.
       copy rptwreq.
01 DetailColumnLine pic x(132) value
       "IDNum  Student                    Grade  Member  Present  Absent  Tardy  Excused  Suspended".
01 DetailStudentLine.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
       02 filler pic x(5) value space.
       02 PrnStuGrade pic x(2).
       02 filler pic x(5) value space.
       02 PrnStuMember pic zz9.
       02 filler pic x(6) value space.
       02 PrnStuPresent pic zz9.
       02 filler pic x(5) value space.
       02 PrnStuAbsent pic zz9.
       02 filler pic x(4) value space.
       02 PrnStuTardy pic zz9.
       02 filler pic x(6) value space.
       02 PrnStuExcused pic zz9.
       02 filler pic x(8) value space.
       02 PrnStuSusp pic zz9.
01 SummaryColumnLine pic x(132) value
       "Grade  Students  Membership days  Days present      ADM       ADA".
01 SummaryGradeLine.
       02 filler pic x(2) value space.
       02 PrnGrade pic x(3) justified right.
       02 filler pic x(4) value space.
       02 PrnStudents pic zz,zz9.
       02 filler pic x(8) value space.
       02 PrnMember pic z,zzz,zz9.
       02 filler pic x(5) value space.
       02 PrnPresent pic z,zzz,zz9.
       02 filler pic x(1) value space.
       02 PrnAdm pic zz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnAda pic zz,zz9.99.
01 SummaryTextLine pic x(132).

procedure division.
0000-MAINLINE. *>the funding count the office put together with a calculator -
*>for the reporting period, membership days and days present per grade level
*>off ATTEND.DAT, ADA and ADM over the days the roll was taken, the state's
*>submission file, and a summary the principal signs. The per-student detail
*>answers the auditor's "which students make up this number"
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0500-LOAD-PARAMETERS
       display "Reporting period (e.g. 01) : " with no advancing
       accept WSPeriod
       display "Period start (YYYYMMDD) : " with no advancing
       accept WSStartDate
       display "Period end (YYYYMMDD) : " with no advancing
       accept WSEndDate
       if WSStartDate = zero or WSEndDate < WSStartDate
           display "The period end cannot be before its start"
           stop run
       end-if
       display "Print the per-student detail (Y/N) : " with no advancing
       accept WSWantDetail
       move function upper-case(WSWantDetail) to WSWantDetail
       open input AttendanceFile
       if not AttendanceOk
           display "No attendance on file yet"
           close AttendanceFile
           stop run
       end-if
       open input StudentMasterFile
       initialize WSGradeTable
       if WSWantDetail = 'Y'
           perform 0600-OPEN-DETAIL
       end-if
       perform 1000-CLEAR-STUDENT
       move zero to WSCurrentID
       move 'N' to AttendEndOfFile
       perform 1100-TOTAL-ONE-DAY until AttendEndOfFile = 'Y'
       if WSCurrentID not = zero
           perform 2000-FINISH-STUDENT
       end-if
       close AttendanceFile, StudentMasterFile
       if WSWantDetail = 'Y'
           set RwActionClose to true
           move WSTotStudents to RwRecordCount
           move "students in membership" to RwCountLabel
           call "RPTWRITE" using RptWriteRequest
       end-if
       if WSSessionCount = zero
           display "No attendance taken between " WSStartDate " and " WSEndDate
           stop run
       end-if
       perform 3000-PRINT-SUMMARY
       perform 4000-WRITE-SUBMISSION
       display "ADA summary written to ADASUM.rpt, submission to ADASUBMIT.DAT - "
           WSTotStudents " students, " WSSessionCount " days in session"
       if WSWantDetail = 'Y'
           display "Per-student detail written to ADADET.rpt"
       end-if
       if WSUnknownCount > zero
           display WSUnknownCount " students with attendance are not on the master"
       end-if
       stop run.

0500-LOAD-PARAMETERS. *>without the file the codes go out blank and the
*>common rules apply - excused is absent, a suspended student is still a member
       open input AdaParmFile
       if AdaParmOk
           read AdaParmFile
               at end continue
               not at end
                   move ApDistrict to WSDistrict
                   move ApSchool to WSSchool
                   if ApExcusedPresent = 'Y' or ApExcusedPresent = 'N'
                       move ApExcusedPresent to WSExcusedPresent
                   end-if
                   if ApSuspMember = 'Y' or ApSuspMember = 'N'
                       move ApSuspMember to WSSuspMember
                   end-if
           end-read
           close AdaParmFile
       else
           display "ADAPARM.DAT not found - district and school codes will be blank"
       end-if.

0600-OPEN-DETAIL.
       set RwActionOpen to true
       move "ADADET.rpt" to RwReportName
       move spaces to RwTitle
       string "ADA student detail - period " delimited by size
           WSPeriod delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move DetailColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

1000-CLEAR-STUDENT.
       move zero to WSStuMember, WSStuPresent, WSStuAbsent, WSStuTardy,
           WSStuExcused, WSStuSusp.

1100-TOTAL-ONE-DAY. *>the file is in student order, so each student is
*>finished when the next one's first day comes up
       read AttendanceFile next
           at end
               move 'Y' to AttendEndOfFile
               exit paragraph
       end-read
       if AtdDate < WSStartDate or AtdDate > WSEndDate
           exit paragraph
       end-if
       if AtdIDNum not = WSCurrentID
           if WSCurrentID not = zero
               perform 2000-FINISH-STUDENT
           end-if
           perform 1000-CLEAR-STUDENT
           move AtdIDNum to WSCurrentID
       end-if
       perform 1200-NOTE-SESSION-DAY
       evaluate true
           when AtdPresent
               add 1 to WSStuMember, WSStuPresent
           when AtdTardy
               add 1 to WSStuMember, WSStuPresent, WSStuTardy
           when AtdAbsent
               add 1 to WSStuMember, WSStuAbsent
           when AtdExcused
               add 1 to WSStuMember, WSStuExcused
               if WSExcusedPresent = 'Y'
                   add 1 to WSStuPresent
               end-if
           when AtdSuspended
               add 1 to WSStuSusp
               if WSSuspMember = 'Y'
                   add 1 to WSStuMember
               end-if
       end-evaluate.

1200-NOTE-SESSION-DAY. *>a day is in session if anyone's roll was taken
       move 'N' to WSSessionFound
       perform 1250-MATCH-ONE-SESSION
           varying WSSessionIndex from 1 by 1
           until WSSessionIndex > WSSessionCount or WSSessionFound = 'Y'
       if WSSessionFound = 'N' and WSSessionCount < 366
           add 1 to WSSessionCount
           move AtdDate to WSSessionDate(WSSessionCount)
       end-if.

1250-MATCH-ONE-SESSION.
       if WSSessionDate(WSSessionIndex) = AtdDate
           move 'Y' to WSSessionFound
       end-if.

2000-FINISH-STUDENT. *>graded at the level on the master today
       if WSStuMember = zero
           exit paragraph
       end-if
       move WSCurrentID to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               move 14 to WSGradeIndex
               move "(not on the student master)" to PrnName
               add 1 to WSUnknownCount
           not invalid key
               move SmStudName to PrnName
               if SmGradeLevel > 12
                   move 13 to WSGradeIndex
               else
                   compute WSGradeIndex = SmGradeLevel + 1
               end-if
       end-read
       add 1 to WSGrStudents(WSGradeIndex)
       add WSStuMember to WSGrMember(WSGradeIndex)
       add WSStuPresent to WSGrPresent(WSGradeIndex)
       add 1 to WSTotStudents
       add WSStuMember to WSTotMember
       add WSStuPresent to WSTotPresent
       if WSWantDetail not = 'Y'
           exit paragraph
       end-if
       move WSCurrentID to PrnIDNum
       perform 2100-GRADE-FOR-PRINT
       move PrnGrade(2:2) to PrnStuGrade
       move WSStuMember to PrnStuMember
       move WSStuPresent to PrnStuPresent
       move WSStuAbsent to PrnStuAbsent
       move WSStuTardy to PrnStuTardy
       move WSStuExcused to PrnStuExcused
       move WSStuSusp to PrnStuSusp
       set RwActionDetail to true
       move DetailStudentLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

2100-GRADE-FOR-PRINT.
       evaluate WSGradeIndex
           when 1 move " K" to PrnGrade
           when 14 move "??" to PrnGrade
           when other
               compute WSGradeShow = WSGradeIndex - 1
               move WSGradeShow to PrnGrade
       end-evaluate.

3000-PRINT-SUMMARY.
       set RwActionOpen to true
       move "ADASUM.rpt" to RwReportName
       move spaces to RwTitle
       string "Enrollment and ADA - period " delimited by size
           WSPeriod delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       move spaces to SummaryTextLine
       string "District " delimited by size
           WSDistrict delimited by size
           "  School " delimited by size
           WSSchool delimited by size
           "  Period " delimited by size
           WSStartDate delimited by size
           " to " delimited by size
           WSEndDate delimited by size
           "  Days in session " delimited by size
           WSSessionCount delimited by size
           into SummaryTextLine
       end-string
       perform 3900-PRINT-TEXT-LINE
       move spaces to SummaryTextLine
       string "Excused absence counted as present: " delimited by size
           WSExcusedPresent delimited by size
           "   Suspension days in membership: " delimited by size
           WSSuspMember delimited by size
           into SummaryTextLine
       end-string
       perform 3900-PRINT-TEXT-LINE
       set RwActionDetail to true
       move SummaryColumnLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 3100-PRINT-ONE-GRADE
           varying WSGradeIndex from 1 by 1 until WSGradeIndex > 14
       move "All" to PrnGrade
       move WSTotStudents to PrnStudents
       move WSTotMember to PrnMember
       move WSTotPresent to PrnPresent
       compute WSAdm rounded = WSTotMember / WSSessionCount
       compute WSAda rounded = WSTotPresent / WSSessionCount
       move WSAdm to PrnAdm
       move WSAda to PrnAda
       set RwActionDetail to true
       move SummaryGradeLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move "I certify that these counts are a true record of membership and attendance"
           to SummaryTextLine
       move 3 to RwAdvance
       perform 3900-PRINT-TEXT-LINE
       move "for the reporting period shown, kept as required by the state." to SummaryTextLine
       perform 3900-PRINT-TEXT-LINE
       move "Principal ______________________________     Date ______________" to SummaryTextLine
       move 3 to RwAdvance
       perform 3900-PRINT-TEXT-LINE
       set RwActionClose to true
       move WSTotStudents to RwRecordCount
       move "students in membership" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

3100-PRINT-ONE-GRADE. *>grades with nobody in membership are left off
       if WSGrStudents(WSGradeIndex) = zero
           exit paragraph
       end-if
       perform 2100-GRADE-FOR-PRINT
       move WSGrStudents(WSGradeIndex) to PrnStudents
       move WSGrMember(WSGradeIndex) to PrnMember
       move WSGrPresent(WSGradeIndex) to PrnPresent
       compute WSAdm rounded = WSGrMember(WSGradeIndex) / WSSessionCount
       compute WSAda rounded = WSGrPresent(WSGradeIndex) / WSSessionCount
       move WSAdm to PrnAdm
       move WSAda to PrnAda
       set RwActionDetail to true
       move SummaryGradeLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

3900-PRINT-TEXT-LINE. *>RwAdvance is left at what the caller set
       set RwActionDetail to true
       move SummaryTextLine to RwLine
       if RwAdvance = zero
           move 1 to RwAdvance
       end-if
       call "RPTWRITE" using RptWriteRequest
       move 1 to RwAdvance.

4000-WRITE-SUBMISSION. *>students not on the master cannot be given a grade
*>and stay off the state file - the summary shows them under ??
       open output SubmissionFile
       move zero to WSRecordCount
       move spaces to SubHeaderData
       move "H" to ShRecType
       move WSDistrict to ShDistrict
       move WSSchool to ShSchool
       move WSPeriod to ShPeriod
       move WSStartDate to ShStartDate
       move WSEndDate to ShEndDate
       move WSSessionCount to ShSessionDays
       move WSRunDate to ShRunDate
       write SubHeaderData
       add 1 to WSRecordCount
       perform 4100-WRITE-ONE-GRADE
           varying WSGradeIndex from 1 by 1 until WSGradeIndex > 13
       move spaces to SubTrailerData
       move "T" to StRecType
       move WSDistrict to StDistrict
       move WSSchool to StSchool
       add 1 to WSRecordCount
       move WSRecordCount to StRecordCount
       compute StStudents = WSTotStudents - WSGrStudents(14)
       compute StMemberDays = WSTotMember - WSGrMember(14)
       compute StPresentDays = WSTotPresent - WSGrPresent(14)
       compute StAdm rounded = StMemberDays / WSSessionCount
       compute StAda rounded = StPresentDays / WSSessionCount
       write SubTrailerData
       close SubmissionFile.

4100-WRITE-ONE-GRADE.
       if WSGrStudents(WSGradeIndex) = zero
           exit paragraph
       end-if
       move spaces to SubDetailData
       move "D" to SdRecType
       move WSDistrict to SdDistrict
       move WSSchool to SdSchool
       compute SdGradeLevel = WSGradeIndex - 1
       move WSGrStudents(WSGradeIndex) to SdStudents
       move WSGrMember(WSGradeIndex) to SdMemberDays
       move WSGrPresent(WSGradeIndex) to SdPresentDays
       compute SdAdm rounded = WSGrMember(WSGradeIndex) / WSSessionCount
       compute SdAda rounded = WSGrPresent(WSGradeIndex) / WSSessionCount
       write SubDetailData
       add 1 to WSRecordCount.
