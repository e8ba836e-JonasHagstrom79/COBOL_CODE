       >>source format free
identification division.
program-id. discmnt.
environment division.
input-output section.
file-control.
       copy dinfc.
       copy attfc.
       copy studfc.
       copy tchfc.
data division.
file section.
fd IncidentFile.
       copy dinrec.
fd AttendanceFile.
       copy attrec.
fd StudentMasterFile.
       copy studrec.
fd TeacherFile.
       copy tchrec.

working-storage section.
01 IncidentStatus pic x(2) value "00".
       88 IncidentOk value "00".
       88 IncidentNotFound value "35".
01 AttendanceStatus pic x(2) value "00".
       88 AttendanceOk value "00".
       88 AttendanceNotFound value "35".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 TeacherStatus pic x(2) value "00".
       88 TeacherOk value "00".
01 IncidentEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add an incident, C=change the action, D=delete,
*>H=student history, X=exit
01 WSStudentID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSStudentFound pic x(1).
01 WSStudentName pic x(25).
01 WSGradeLevel pic 9(2).
01 WSIncidentDate pic 9(8).
01 WSIncidentSeq pic 9(2).
01 WSNextSeq pic 9(2) value zero.
01 WSTerm pic x(6).
01 WSType pic x(1).
01 WSDescription pic x(60).
01 WSStaffId pic x(5).
01 WSAction pic x(1).
01 WSOldAction pic x(1).
01 WSSuspStart pic 9(8).
01 WSSuspEnd pic 9(8).
01 WSActionValid pic x(1).
01 WSSpanDays pic s9(7).
01 WSDay pic 9(8).
01 WSNextDay pic 9(8).
01 WSOneDay pic s9(7) value 1.
01 WSWeekday pic 9(1).
01 WSMarkedDays pic 9(3) value zero.
01 WSHistoryCount pic 9(3) value zero.
01 WSHistoryDays pic 9(4) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.

procedure division.
0000-MAINLINE. *>the handwritten referral on file - one row per incident per
*>student, with what was done about it. A suspension marks the school days
*>it covers in ATTEND.DAT with a status of its own, so the days show on the
*>transcript but the truancy report does not count them
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Discipline - A-Add incident  C-Change action  D-Delete  H-History  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-INCIDENT thru 2000-EXIT
           when 'C' perform 3000-CHANGE-ACTION thru 3000-EXIT
           when 'D' perform 4000-DELETE-INCIDENT thru 4000-EXIT
           when 'H' perform 5000-STUDENT-HISTORY thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

1100-ACCEPT-STUDENT.
       move 'N' to WSStudentFound
       display "Student IDNum : " with no advancing
       accept WSStudentID
       call "CHKDIGIT" using WSStudentID, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Student ID " WSStudentID " fails the check-digit test"
           exit paragraph
       end-if
       open input StudentMasterFile
       if not StudentMasterOk
           display "STUDMAST.DAT not found - load students with STUDMNT first"
           close StudentMasterFile
           exit paragraph
       end-if
       move WSStudentID to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               display "Student " WSStudentID " not on the master"
           not invalid key
               move SmStudName to WSStudentName
               move SmGradeLevel to WSGradeLevel
               move 'Y' to WSStudentFound
               display function trim(WSStudentName) "  grade level " SmGradeLevel
       end-read
       close StudentMasterFile.

1200-OPEN-INCIDENTS.
       open i-o IncidentFile
       if IncidentNotFound
           close IncidentFile
           open output IncidentFile
           close IncidentFile
           open i-o IncidentFile
       end-if
       if not IncidentOk
           display "Incident file is in use by another user - try again later"
           close IncidentFile
       end-if.

1300-FIND-INCIDENT. *>the student, the date and - when there was more than
*>one that day - which of them
       display "Incident date (YYYYMMDD) : " with no advancing
       accept WSIncidentDate
       display "Sequence that day (0 or 1 = the first) : " with no advancing
       accept WSIncidentSeq
       if WSIncidentSeq = zero
           move 1 to WSIncidentSeq
       end-if
       move WSStudentID to DiIDNum
       move WSIncidentDate to DiDate
       move WSIncidentSeq to DiSeq
       read IncidentFile
           key is DiKey
           invalid key
               display "No incident on file for " WSStudentID " on "
                   WSIncidentDate " sequence " WSIncidentSeq
               move "23" to IncidentStatus
           not invalid key
               perform 5200-SHOW-ONE-INCIDENT
       end-read.

1400-ACCEPT-ACTION. *>the action, and the dates for any suspension - an
*>in-school suspension keeps its dates but the student is in the building
       move 'N' to WSActionValid
       display "Action W-Warning C-Conference D-Detention I-In-school suspension"
       display "  S-Suspension E-Expulsion : " with no advancing
       accept WSAction
       move function upper-case(WSAction) to WSAction
       move WSAction to DiAction
       if not DiActionValid
           display "Action must be W, C, D, I, S or E"
           exit paragraph
       end-if
       move zero to WSSuspStart, WSSuspEnd
       if DiWarning or DiConference or DiDetention
           move 'Y' to WSActionValid
           exit paragraph
       end-if
       display "First day out (YYYYMMDD) : " with no advancing
       accept WSSuspStart
       display "Last day out (YYYYMMDD) : " with no advancing
       accept WSSuspEnd
       if WSSuspStart = zero or WSSuspEnd < WSSuspStart
           display "The last day cannot be before the first"
           exit paragraph
       end-if
       call "DATEDIFF" using WSSuspStart, WSSuspEnd, WSSpanDays
       if WSSpanDays > 366
           display "A suspension longer than a year - check the dates"
           exit paragraph
       end-if
       move 'Y' to WSActionValid.

2000-ADD-INCIDENT.
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 2000-EXIT
       end-if
       display "Incident date (YYYYMMDD, 0 = today) : " with no advancing
       accept WSIncidentDate
       if WSIncidentDate = zero
           move WSRunDate to WSIncidentDate
       end-if
       display "Term (e.g. 2026S1) : " with no advancing
       accept WSTerm
       move function upper-case(WSTerm) to WSTerm
       if WSTerm = spaces
           display "A term is needed - incident not added"
           go to 2000-EXIT
       end-if
       display "Type F-Fighting D-Defiance/disruption B-Bullying W-Weapon"
       display "  S-Substance T-Theft/vandalism O-Other : " with no advancing
       accept WSType
       move function upper-case(WSType) to WSType
       move WSType to DiType
       if not DiTypeValid
           display "Type must be F, D, B, W, S, T or O - incident not added"
           go to 2000-EXIT
       end-if
       display "Description : " with no advancing
       accept WSDescription
       perform 2100-ACCEPT-STAFF thru 2100-EXIT
       if WSStaffId = spaces
           go to 2000-EXIT
       end-if
       perform 1400-ACCEPT-ACTION
       if WSActionValid not = 'Y'
           display "Incident not added"
           go to 2000-EXIT
       end-if
       perform 1200-OPEN-INCIDENTS
       if not IncidentOk
           go to 2000-EXIT
       end-if
       perform 2200-NEXT-SEQUENCE thru 2200-EXIT
       move WSStudentID to DiIDNum
       move WSIncidentDate to DiDate
       move WSNextSeq to DiSeq
       move WSTerm to DiTerm
       move WSGradeLevel to DiGradeLevel
       move WSType to DiType
       move WSDescription to DiDescription
       move WSStaffId to DiStaffId
       move WSAction to DiAction
       move WSSuspStart to DiSuspStart
       move WSSuspEnd to DiSuspEnd
       move zero to DiSuspDays
       move WSRunDate to DiEntered
       if DiOutOfSchool
           perform 6000-MARK-SUSPENSION thru 6000-EXIT
       end-if
       write IncidentData
           invalid key
               display "Incident could not be added"
           not invalid key
               display "Incident added for " WSStudentID " on " WSIncidentDate
                   " sequence " WSNextSeq
               if DiOutOfSchool
                   display DiSuspDays " school days marked suspended in attendance"
               end-if
       end-write
       close IncidentFile.
2000-EXIT.
       continue.

2100-ACCEPT-STAFF. *>the referral is signed by someone on the staff file
       display "Referring staff id : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       open input TeacherFile
       if not TeacherOk
           display "TEACHER.DAT not found - load staff with TCHMNT first"
           close TeacherFile
           move spaces to WSStaffId
           go to 2100-EXIT
       end-if
       move WSStaffId to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key
               display "Staff id " WSStaffId " not on the staff file - incident not added"
               move spaces to WSStaffId
       end-read
       close TeacherFile.
2100-EXIT.
       exit.

2200-NEXT-SEQUENCE. *>a second referral the same day takes the next number
       move 1 to WSNextSeq
       move WSStudentID to DiIDNum
       move WSIncidentDate to DiDate
       move zero to DiSeq
       start IncidentFile key is > DiKey
           invalid key go to 2200-EXIT
       end-start
       move 'N' to IncidentEndOfFile
       perform 2250-SKIP-ONE-INCIDENT until IncidentEndOfFile = 'Y'.
2200-EXIT.
       exit.

2250-SKIP-ONE-INCIDENT.
       read IncidentFile next
           at end
               move 'Y' to IncidentEndOfFile
               exit paragraph
       end-read
       if DiIDNum not = WSStudentID or DiDate not = WSIncidentDate
           move 'Y' to IncidentEndOfFile
           exit paragraph
       end-if
       compute WSNextSeq = DiSeq + 1.

3000-CHANGE-ACTION. *>the hearing shortens or lengthens a suspension - the
*>old days come off attendance and the new ones go on
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 3000-EXIT
       end-if
       perform 1200-OPEN-INCIDENTS
       if not IncidentOk
           go to 3000-EXIT
       end-if
       perform 1300-FIND-INCIDENT
       if not IncidentOk
           close IncidentFile
           go to 3000-EXIT
       end-if
       move DiAction to WSOldAction
       perform 1400-ACCEPT-ACTION
       if WSActionValid not = 'Y'
           display "Incident not changed"
           close IncidentFile
           go to 3000-EXIT
       end-if
       move WSOldAction to DiAction *>1400 moved the new action in - the
*>days to take off are the old one's
       if DiOutOfSchool
           perform 7000-UNMARK-SUSPENSION thru 7000-EXIT
       end-if
       move WSAction to DiAction
       move WSSuspStart to DiSuspStart
       move WSSuspEnd to DiSuspEnd
       move zero to DiSuspDays
       if DiOutOfSchool
           perform 6000-MARK-SUSPENSION thru 6000-EXIT
       end-if
       rewrite IncidentData
           invalid key display "Incident could not be changed"
           not invalid key
               display "Incident changed - " DiSuspDays
                   " school days marked suspended in attendance"
       end-rewrite
       close IncidentFile.
3000-EXIT.
       continue.

4000-DELETE-INCIDENT. *>a referral keyed in error - any suspension days it
*>marked come off attendance with it
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 4000-EXIT
       end-if
       perform 1200-OPEN-INCIDENTS
       if not IncidentOk
           go to 4000-EXIT
       end-if
       perform 1300-FIND-INCIDENT
       if not IncidentOk
           close IncidentFile
           go to 4000-EXIT
       end-if
       if DiOutOfSchool
           perform 7000-UNMARK-SUSPENSION thru 7000-EXIT
       end-if
       delete IncidentFile
           invalid key display "Incident could not be deleted"
           not invalid key display "Incident deleted"
       end-delete
       close IncidentFile.
4000-EXIT.
       continue.

5000-STUDENT-HISTORY. *>every referral on file for the student, oldest first
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 5000-EXIT
       end-if
       open input IncidentFile
       if not IncidentOk
           display "No incidents on file yet"
           close IncidentFile
           go to 5000-EXIT
       end-if
       move zero to WSHistoryCount, WSHistoryDays
       move WSStudentID to DiIDNum
       move zero to DiDate, DiSeq
       start IncidentFile key is >= DiKey
           invalid key move 'Y' to IncidentEndOfFile
           not invalid key move 'N' to IncidentEndOfFile
       end-start
       perform 5100-LIST-ONE-INCIDENT until IncidentEndOfFile = 'Y'
       close IncidentFile
       display WSHistoryCount " incidents on file, " WSHistoryDays
           " school days suspended"
       perform 7800-LOG-THE-INQUIRY.
5000-EXIT.
       continue.

5100-LIST-ONE-INCIDENT.
       read IncidentFile next
           at end
               move 'Y' to IncidentEndOfFile
               exit paragraph
       end-read
       if DiIDNum not = WSStudentID
           move 'Y' to IncidentEndOfFile
           exit paragraph
       end-if
       perform 5200-SHOW-ONE-INCIDENT
       add 1 to WSHistoryCount
       add DiSuspDays to WSHistoryDays.

5200-SHOW-ONE-INCIDENT.
       display DiDate "-" DiSeq "  " DiTerm "  grade " DiGradeLevel
           "  type " DiType "  action " DiAction "  staff " DiStaffId
       display "    " function trim(DiDescription)
       if DiSuspStart not = zero
           display "    out " DiSuspStart " to " DiSuspEnd "  "
               DiSuspDays " school days marked"
       end-if.

6000-MARK-SUSPENSION. *>each weekday in the range; a day already marked
*>present or tardy is left alone - the student was in school that day
       move zero to WSMarkedDays
       open i-o AttendanceFile
       if AttendanceNotFound
           close AttendanceFile
           open output AttendanceFile
           close AttendanceFile
           open i-o AttendanceFile
       end-if
       if not AttendanceOk
           display "Attendance file is in use by another user - days not marked"
           close AttendanceFile
           go to 6000-EXIT
       end-if
       move DiSuspStart to WSDay
       perform 6100-MARK-ONE-DAY until WSDay > DiSuspEnd
       close AttendanceFile
       move WSMarkedDays to DiSuspDays.
6000-EXIT.
       exit.

6100-MARK-ONE-DAY.
       compute WSWeekday = function mod(function integer-of-date(WSDay), 7)
       if WSWeekday not = 0 and WSWeekday not = 6 *>0 Sunday, 6 Saturday
           move DiIDNum to AtdIDNum
           move WSDay to AtdDate
           read AttendanceFile
               key is AtdKey
               invalid key
                   move DiTerm to AtdTerm
                   set AtdSuspended to true
                   write AttendanceData
                   add 1 to WSMarkedDays
               not invalid key
                   if AtdPresent or AtdTardy
                       display "Marked " AtdStatus " on " WSDay " - left as marked"
                   else
                       set AtdSuspended to true
                       rewrite AttendanceData
                       add 1 to WSMarkedDays
                   end-if
           end-read
       end-if
       call "DATEADD" using WSDay, WSOneDay, WSNextDay
       move WSNextDay to WSDay.

7000-UNMARK-SUSPENSION. *>only the suspended days come off - anything keyed
*>at the roll since is the register's
       open i-o AttendanceFile
       if not AttendanceOk
           close AttendanceFile
           go to 7000-EXIT
       end-if
       move DiSuspStart to WSDay
       perform 7100-UNMARK-ONE-DAY until WSDay > DiSuspEnd
       close AttendanceFile.
7000-EXIT.
       exit.

7100-UNMARK-ONE-DAY.
       move DiIDNum to AtdIDNum
       move WSDay to AtdDate
       read AttendanceFile
           key is AtdKey
           invalid key continue
           not invalid key
               if AtdSuspended
                   delete AttendanceFile
               end-if
       end-read
       call "DATEADD" using WSDay, WSOneDay, WSNextDay
       move WSNextDay to WSDay.

7800-LOG-THE-INQUIRY. *>a student's discipline history looked at
*>goes on the access log
       move WSOperator to ArOperator
       move "DISCMNT" to ArProgram
       set ArStudent to true
       move WSStudentID to ArIDNum
       set ArInquiry to true
       move "DISCIPLINE HISTORY" to ArRevealed
       call "LOGACCESS" using AccessLogRequest.
