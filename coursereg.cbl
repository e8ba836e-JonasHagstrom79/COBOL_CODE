       copy studfc.
       copy catfc.
       copy enrfc.
       copy tchfc.
       copy wlfc.
       copy guafc.
       select PrereqOvrFile assign to "PREREQOVR.DAT"
           organization is line sequential
           file status is PrereqOvrStatus.
       select RosterReport assign to "ROSTER.rpt"
           organization is line sequential.
       select ScheduleReport assign to "SCHEDULE.rpt"
           organization is line sequential.
       select ClassListReport assign to "CLASSLIST.rpt"
           organization is line sequential.
       select WaitListReport assign to "WAITLIST.rpt"
           organization is line sequential.
data division.
file section.
fd StudentMasterFile.
       copy catrec.
fd EnrollmentFile.
       copy enrrec.
fd TeacherFile.
       copy tchrec.
fd RosterReport.
01 PrintLine pic x(80).
fd ScheduleReport.
01 SchedPrintLine pic x(80).
fd ClassListReport.
01 ClassPrintLine pic x(80).
fd WaitListFile.
       copy wlrec.
fd GuardianFile.
       copy guarec.
fd PrereqOvrFile.
       copy prqlog.
fd WaitListReport.
01 WaitPrintLine pic x(100).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
01 EnrollmentStatus pic x(2) value "00".
       88 EnrollmentOk value "00".
       88 EnrollmentNotFound value "35".
01 TeacherStatus pic x(2) value "00".
       88 TeacherOk value "00".
01 WaitListStatus pic x(2) value "00".
       88 WaitListOk value "00".
       88 WaitListNotFound value "35".
01 GuardianStatus pic x(2) value "00".
       88 GuardianOk value "00".
01 WaitEndOfFile pic x(1) value 'N'.
01 PrereqOvrStatus pic x(2) value "00".
       88 PrereqOvrOk value "00".
01 EnrollEndOfFile pic x(1) value 'N'.
01 CatalogEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>R=register a student, D=drop a student, P=print a roster,
*>S=a student's weekly schedule, T=a teacher's class list, L=the waitlists, X=exit
01 WSStudentID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSRegCourse pic x(6).
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSStudentName pic x(25).
01 WSRegDays pic x(5). *>the section being registered into, held while the
01 WSRegPeriod pic 9(2). *>catalog is re-read for the student's other classes
01 WSRegCapacity pic 9(3).
01 WSClashCourse pic x(6).
01 WSDayIndex pic 9(1) value zero.
01 WSPeriodIndex pic 9(2) value zero.
01 WSDaysMeet pic x(1).
01 WSStaffId pic x(5).
01 WSTeacherName pic x(25).
01 WSClassCount pic 9(3) value zero.
01 WSSchedCount pic 9(2) value zero.
01 WSSchedTable. *>one student's classes for the term
       02 WSSchedEntry occurs 30 times.
           03 WSSchCourse  pic x(6).
           03 WSSchTitle   pic x(30).
           03 WSSchDays    pic x(5).
           03 WSSchPeriod  pic 9(2).
           03 WSSchRoom    pic x(5).
           03 WSSchTeacher pic x(5).
01 WSSchedIndex pic 9(2) value zero.
01 WSDayNames pic x(45) value
       "Monday   Tuesday  WednesdayThursday Friday   ".
01 WSDayNameTable redefines WSDayNames.
       02 WSDayName pic x(9) occurs 5 times.
01 WSDayPrinted pic x(1).
01 WSSectionFull pic x(1). *>full sections still run the checks, then offer the waitlist
01 WSAnswer pic x(1).
01 WSWaitFound pic x(1).
01 WSWaitPosition pic 9(3) value zero.
01 WSWaitFilled pic 9(3) value zero.
01 WSWaitCount pic 9(5) value zero.
01 WSLastCourse pic x(6).
01 WSLastTerm pic x(6).
01 WSOverrideGiven pic x(1). *>a counselor let the student past a prerequisite
01 WSCounselor pic x(5).
01 WSOverReason pic x(40).
       copy prqreq.
       copy imcreq.
       copy schreq.
01 SchedHeadLine.
       02 filler pic x(19) value "Weekly schedule -  ".
       02 PrnSchedID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnSchedName pic x(25).
       02 filler pic x(7) value "  term ".
       02 PrnSchedTerm pic x(6).
01 SchedDayLine.
       02 PrnDayName pic x(14).
01 SchedDetailLine.
       02 filler pic x(4) value space.
       02 filler pic x(7) value "period ".
       02 PrnSchPeriod pic z9.
       02 filler pic x(2) value space.
       02 PrnSchCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnSchTitle pic x(30).
       02 filler pic x(6) value "  rm ".
       02 PrnSchRoom pic x(5).
       02 filler pic x(2) value space.
       02 PrnSchTeacher pic x(5).
01 ClassHeadLine.
       02 filler pic x(13) value "Class list - ".
       02 PrnClassStaff pic x(5).
       02 filler pic x(2) value space.
       02 PrnClassName pic x(25).
       02 filler pic x(7) value "  term ".
       02 PrnClassTerm pic x(6).
01 ClassSectionLine.
       02 PrnClassCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnClassTitle pic x(30).
       02 filler pic x(2) value space.
       02 PrnClassDays pic x(5).
       02 filler pic x(8) value "  period".
       02 PrnClassPeriod pic zz9.
       02 filler pic x(6) value "  rm ".
       02 PrnClassRoom pic x(5).
01 ClassCountLine pic x(60).
01 RosterHeadLine.
       02 filler pic x(15) value "Class roster - ".
       02 PrnCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
01 RosterCountLine pic x(60).
01 WaitHeadLine.
       02 filler pic x(28) value "Waitlist positions - course ".
       02 PrnWaitHeadCourse pic x(6).
       02 filler pic x(7) value "  term ".
       02 PrnWaitHeadTerm pic x(6).
       02 filler pic x(6) value "  run ".
       02 PrnWaitRunDate pic 9(8).
01 WaitColumnLine.
       02 filler pic x(50) value
           "Course  Term    Pos  IDNum  Student               ".
       02 filler pic x(50) value
           "     Asked     Guardian phone   Note".
01 WaitDetailLine.
       02 PrnWaitCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnWaitTerm pic x(6).
       02 filler pic x(2) value space.
       02 PrnWaitPos pic zz9.
       02 filler pic x(2) value space.
       02 PrnWaitID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnWaitName pic x(25).
       02 filler pic x(2) value space.
       02 PrnWaitAsked pic 9(8).
       02 filler pic x(2) value space.
       02 PrnWaitPhone pic x(15).
       02 filler pic x(2) value space.
       02 PrnWaitNote pic x(20).

procedure division.
0000-MAINLINE. *>enrollment finally knows the room size - students register
*>into catalog courses up to capacity, the key refuses double enrollments,
*>and the roster prints straight off the section's key range. The master
*>schedule on the catalog stops a student being put in two classes at once,
*>and a section whose room or teacher is double-booked takes nobody. A full
*>section takes names on its waitlist in the order asked, and WAITFILL hands
*>each seat a drop frees to the first of them. A student short of a
*>course's prerequisites needs a counselor's logged override to get in, and
*>one past the state's immunization grace period does not get in at all
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'

1000-MENU.
       display " "
       display "Registration - R-Register student  D-Drop student  P-Print roster"
       display "  S-Student schedule  T-Teacher class list  L-Waitlists  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'R' perform 2000-REGISTER-STUDENT thru 2000-EXIT
           when 'D' perform 4000-DROP-STUDENT thru 4000-EXIT
           when 'P' perform 5000-PRINT-ROSTER thru 5000-EXIT
           when 'S' perform 6000-PRINT-STUDENT-SCHEDULE thru 6000-EXIT
           when 'T' perform 7000-PRINT-CLASS-LIST thru 7000-EXIT
           when 'L' perform 8000-PRINT-WAITLISTS thru 8000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.
       end-read
       move SmStudName to WSStudentName
       close StudentMasterFile
       move WSStudentID to IcIDNum
       move WSRunDate to IcAsOf
       call "CHKIMMUN" using ImmCheck
       if IcPastGrace
           display "Student " WSStudentID " is past the immunization grace period - "
               "see the school nurse before registering"
           go to 2000-EXIT
       end-if
       if IcInGrace
           display "Note - student " WSStudentID " is short an immunization, "
               "inside the grace period"
       end-if
       display "Course code : " with no advancing
       accept WSRegCourse
       move function upper-case(WSRegCourse) to WSRegCourse
           move CatTerm to WSRegTerm
       end-if
       perform 3000-COUNT-THE-SECTION thru 3000-EXIT
       move 'N' to WSSectionFull
       if WSSeatCount >= CatCapacity
           display "Course " WSRegCourse " term " WSRegTerm " is full - "
               CatCapacity " seats, " WSSeatCount " taken"
           move 'Y' to WSSectionFull
       end-if
       move CatCourse to ScCourse
       move WSRegTerm to ScTerm
       move CatDays to ScDays
       move CatPeriod to ScPeriod
       move CatRoom to ScRoom
       move CatTeacher to ScTeacher
       call "CHKSCHED" using SchedCheck
       if ScRoomClash
           display "Course " WSRegCourse " shares room " CatRoom " at period "
               CatPeriod " with " ScWith " - fix the timetable in CATMNT first"
           go to 2000-EXIT
       end-if
       if ScTeacherClash
           display "Course " WSRegCourse " teacher " CatTeacher
               " also teaches " ScWith " at period " CatPeriod
               " - fix the timetable in CATMNT first"
           go to 2000-EXIT
       end-if
       move CatDays to WSRegDays
       move CatPeriod to WSRegPeriod
       move CatCapacity to WSRegCapacity
       perform 3500-CHECK-STUDENT-TIMES thru 3500-EXIT
       if WSClashCourse not = spaces
           display "Student " WSStudentID " already has " WSClashCourse
               " at period " WSRegPeriod " on a day " WSRegCourse " meets - rejected"
           go to 2000-EXIT
       end-if
       perform 2600-CHECK-PREREQUISITES thru 2600-EXIT
       if PrNotMet and WSOverrideGiven not = 'Y'
           go to 2000-EXIT
       end-if
       if WSSectionFull = 'Y'
           perform 2800-JOIN-THE-WAITLIST thru 2800-EXIT
           go to 2000-EXIT
       end-if
       open i-o EnrollmentFile
           not invalid key
               display function trim(WSStudentName) " enrolled in "
                   WSRegCourse " for " WSRegTerm " - seat "
                   WSSeatCount " of " WSRegCapacity " was open"
               if WSOverrideGiven = 'Y'
                   perform 2700-LOG-THE-OVERRIDE
               end-if
       end-write
       close EnrollmentFile.
2000-EXIT.
       continue.

2600-CHECK-PREREQUISITES. *>the student's grade history against each course
*>required first - short of one, only a counselor can let them in, and
*>must say why
       move 'N' to WSOverrideGiven
       move WSStudentID to PrStudent
       move WSRegCourse to PrCourse
       call "CHKPREREQ" using PrereqCheck
       if PrMet
           go to 2600-EXIT
       end-if
       if PrBest = space
           display "Student " WSStudentID " has not taken " PrShort
               ", required for " WSRegCourse " at grade " PrNeed " or better"
       else
           display "Student " WSStudentID " has " PrBest " in " PrShort
               ", required for " WSRegCourse " at grade " PrNeed " or better"
       end-if
       display "Counselor override (Y/N) : " with no advancing
       accept WSAnswer
       move function upper-case(WSAnswer) to WSAnswer
       if WSAnswer not = 'Y'
           display "Registration rejected - prerequisite not met"
           go to 2600-EXIT
       end-if
       display "Counselor staff id : " with no advancing
       accept WSCounselor
       move function upper-case(WSCounselor) to WSCounselor
       open input TeacherFile
       if not TeacherOk
           display "No staff on file - override refused"
           close TeacherFile
           go to 2600-EXIT
       end-if
       move WSCounselor to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key
               display "Staff id " WSCounselor " not on the staff file - override refused"
               close TeacherFile
               go to 2600-EXIT
       end-read
       close TeacherFile
       if not TcActive
           display "Staff id " WSCounselor " is not active - override refused"
           go to 2600-EXIT
       end-if
       display "Reason for the override : " with no advancing
       accept WSOverReason
       if WSOverReason = spaces
           display "An override needs a reason - registration rejected"
           go to 2600-EXIT
       end-if
       move 'Y' to WSOverrideGiven.
2600-EXIT.
       exit.

2700-LOG-THE-OVERRIDE. *>read by PREREQX so an override is not mistaken for a
*>grade that came in late
       open extend PrereqOvrFile
       if not PrereqOvrOk
           open output PrereqOvrFile
       end-if
       move WSRunDate to PoDate
       move WSStudentID to PoIDNum
       move WSRegCourse to PoCourse
       move WSRegTerm to PoTerm
       move PrShort to PoPreCourse
       move PrBest to PoBest
       move WSCounselor to PoCounselor
       move WSOverReason to PoReason
       write PrereqOvrData
       close PrereqOvrFile.

2800-JOIN-THE-WAITLIST. *>the asked-at time stamp leads the key after the
*>section, so the file itself keeps the order students asked in
       display "Put " function trim(WSStudentName) " on the waitlist (Y/N) : "
           with no advancing
       accept WSAnswer
       move function upper-case(WSAnswer) to WSAnswer
       if WSAnswer not = 'Y'
           go to 2800-EXIT
       end-if
       open input EnrollmentFile
       if EnrollmentOk
           move WSRegCourse to EnCourse
           move WSRegTerm to EnTerm
           move WSStudentID to EnIDNum
           read EnrollmentFile
               key is EnKey
               invalid key continue
               not invalid key
                   display "Student " WSStudentID " is already enrolled in "
                       WSRegCourse " for " WSRegTerm
                   close EnrollmentFile
                   go to 2800-EXIT
           end-read
       end-if
       close EnrollmentFile
       open i-o WaitListFile
       if WaitListNotFound
           close WaitListFile
           open output WaitListFile
           close WaitListFile
           open i-o WaitListFile
       end-if
       if not WaitListOk
           display "Waitlist file is in use by another user - try again later"
           close WaitListFile
           go to 2800-EXIT
       end-if
       perform 2900-FIND-ON-WAITLIST thru 2900-EXIT
       if WSWaitFound = 'Y'
           display "Student " WSStudentID " is already waiting for " WSRegCourse
               " - position " WSWaitPosition
           close WaitListFile
           go to 2800-EXIT
       end-if
       move function current-date to WSCurrentDate
       move WSRegCourse to WlCourse
       move WSRegTerm to WlTerm
       move WSCurrentDate(1:14) to WlAskedAt
       move WSStudentID to WlIDNum
       set WlWaiting to true
       move zero to WlDoneDate
       move spaces to WlNote
       add 1 to WSWaitPosition
       write WaitListData
           invalid key
               display "Waitlist entry could not be added - try again"
           not invalid key
               display function trim(WSStudentName) " is number " WSWaitPosition
                   " on the waitlist for " WSRegCourse " " WSRegTerm
               if WSOverrideGiven = 'Y'
                   perform 2700-LOG-THE-OVERRIDE
               end-if
       end-write
       close WaitListFile.
2800-EXIT.
       exit.

2900-FIND-ON-WAITLIST. *>walks the section's waitlist with the file open,
*>counting those still waiting ahead of the student
       move 'N' to WSWaitFound
       move zero to WSWaitPosition
       move WSRegCourse to WlCourse
       move WSRegTerm to WlTerm
       move zero to WlAskedAt, WlIDNum
       move 'N' to WaitEndOfFile
       start WaitListFile key is >= WlKey
           invalid key move 'Y' to WaitEndOfFile
       end-start
       perform 2950-TEST-ONE-WAITING
           until WaitEndOfFile = 'Y' or WSWaitFound = 'Y'.
2900-EXIT.
       exit.

2950-TEST-ONE-WAITING.
       read WaitListFile next
           at end
               move 'Y' to WaitEndOfFile
               exit paragraph
       end-read
       if WlCourse not = WSRegCourse or WlTerm not = WSRegTerm
           move 'Y' to WaitEndOfFile
           exit paragraph
       end-if
       if not WlWaiting
           exit paragraph
       end-if
       add 1 to WSWaitPosition
       if WlIDNum = WSStudentID
           move 'Y' to WSWaitFound
       end-if.

3000-COUNT-THE-SECTION. *>the headcount is the key range - no scan
       move zero to WSSeatCount
       open input EnrollmentFile
           at end move 'Y' to EnrollEndOfFile
       end-read.

3500-CHECK-STUDENT-TIMES. *>the student's other classes this term - the
*>enrollment key leads with the course, so the whole file is read
       move spaces to WSClashCourse
       if WSRegPeriod = zero or WSRegDays = spaces
           go to 3500-EXIT
       end-if
       open input EnrollmentFile
       if not EnrollmentOk
           close EnrollmentFile
           go to 3500-EXIT
       end-if
       open input CourseCatalogFile
       move 'N' to EnrollEndOfFile
       perform 3600-TEST-ONE-ENROLLMENT
           until EnrollEndOfFile = 'Y' or WSClashCourse not = spaces
       close EnrollmentFile, CourseCatalogFile.
3500-EXIT.
       exit.

3600-TEST-ONE-ENROLLMENT.
       read EnrollmentFile next
           at end
               move 'Y' to EnrollEndOfFile
               exit paragraph
       end-read
       if EnIDNum not = WSStudentID or EnTerm not = WSRegTerm
          or EnCourse = WSRegCourse
           exit paragraph
       end-if
       move EnCourse to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key exit paragraph
       end-read
       if CatPeriod not = WSRegPeriod
           exit paragraph
       end-if
       move 'N' to WSDaysMeet
       perform 3650-TEST-ONE-DAY
           varying WSDayIndex from 1 by 1 until WSDayIndex > 5
       if WSDaysMeet = 'Y'
           move EnCourse to WSClashCourse
       end-if.

3650-TEST-ONE-DAY.
       if WSRegDays(WSDayIndex:1) not = space and CatDay(WSDayIndex) not = space
           move 'Y' to WSDaysMeet
       end-if.

4000-DROP-STUDENT. *>a freed seat goes straight to the head of the waitlist;
*>a student only waiting is withdrawn from it instead
       display "Student IDNum : " with no advancing
       accept WSStudentID
       display "Course code : " with no advancing
       accept WSRegCourse
       move function upper-case(WSRegCourse) to WSRegCourse
       display "Term : " with no advancing
       accept WSRegTerm
       move function upper-case(WSRegTerm) to WSRegTerm
       open i-o EnrollmentFile
       if EnrollmentNotFound
           display "No enrollments on file yet"
           close EnrollmentFile
           go to 4000-EXIT
       end-if
       if not EnrollmentOk
           display "Enrollment file is in use by another user - try again later"
           close EnrollmentFile
           go to 4000-EXIT
       end-if
       move WSRegCourse to EnCourse
       move WSRegTerm to EnTerm
       move WSStudentID to EnIDNum
       read EnrollmentFile
           key is EnKey
           invalid key
               close EnrollmentFile
               perform 4500-WITHDRAW-FROM-WAITLIST thru 4500-EXIT
               go to 4000-EXIT
       end-read
       delete EnrollmentFile record
       close EnrollmentFile
       display "Student " WSStudentID " dropped from " WSRegCourse " for " WSRegTerm
       call "WAITFILL" using WSRegCourse, WSRegTerm, WSWaitFilled
       if WSWaitFilled > zero
           display WSWaitFilled " enrolled from the waitlist - notice in WAITNOTICE.rpt"
       end-if.
4000-EXIT.
       continue.

4500-WITHDRAW-FROM-WAITLIST.
       open i-o WaitListFile
       if not WaitListOk
           display "Student " WSStudentID " is not enrolled in " WSRegCourse
               " for " WSRegTerm
           close WaitListFile
           go to 4500-EXIT
       end-if
       perform 2900-FIND-ON-WAITLIST thru 2900-EXIT
       if WSWaitFound = 'Y'
           move function current-date to WSCurrentDate
           set WlWithdrawn to true
           move WSCurrentDate(1:8) to WlDoneDate
           rewrite WaitListData
           display "Student " WSStudentID " withdrawn from the " WSRegCourse
               " waitlist - was number " WSWaitPosition
       else
           display "Student " WSStudentID " is not enrolled in or waiting for "
               WSRegCourse " for " WSRegTerm
       end-if
       close WaitListFile.
4500-EXIT.
       exit.

5000-PRINT-ROSTER.
       display "Course code : " with no advancing
       accept WSRegCourse
       read EnrollmentFile next
           at end move 'Y' to EnrollEndOfFile
       end-read.

6000-PRINT-STUDENT-SCHEDULE. *>the week laid out day by day in period order -
*>classes not yet on the timetable are listed after it
       display "Student IDNum : " with no advancing
       accept WSStudentID
       display "Term : " with no advancing
       accept WSRegTerm
       move function upper-case(WSRegTerm) to WSRegTerm
       open input EnrollmentFile
       if EnrollmentNotFound
           display "No enrollments on file yet"
           close EnrollmentFile
           go to 6000-EXIT
       end-if
       open input CourseCatalogFile
       move zero to WSSchedCount
       move 'N' to EnrollEndOfFile
       perform 6100-LOAD-ONE-CLASS until EnrollEndOfFile = 'Y'
       close EnrollmentFile, CourseCatalogFile
       move spaces to WSStudentName
       open input StudentMasterFile
       move WSStudentID to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to WSStudentName
           not invalid key move SmStudName to WSStudentName
       end-read
       close StudentMasterFile
       open output ScheduleReport
       move WSStudentID to PrnSchedID
       move WSStudentName to PrnSchedName
       move WSRegTerm to PrnSchedTerm
       write SchedPrintLine from SchedHeadLine after advancing page
       perform 6200-PRINT-ONE-DAY
           varying WSDayIndex from 1 by 1 until WSDayIndex > 5
       move "Not timetabled" to PrnDayName
       move 'N' to WSDayPrinted
       perform 6400-PRINT-UNTIMED-CLASS
           varying WSSchedIndex from 1 by 1 until WSSchedIndex > WSSchedCount
       move spaces to RosterCountLine
       string "Classes : " delimited by size
           WSSchedCount delimited by size
           into RosterCountLine
       end-string
       write SchedPrintLine from RosterCountLine after advancing 2 lines
       close ScheduleReport
       display "Schedule written to SCHEDULE.rpt - " WSSchedCount " classes".
6000-EXIT.
       continue.

6100-LOAD-ONE-CLASS.
       read EnrollmentFile next
           at end
               move 'Y' to EnrollEndOfFile
               exit paragraph
       end-read
       if EnIDNum not = WSStudentID or EnTerm not = WSRegTerm
          or WSSchedCount >= 30
           exit paragraph
       end-if
       add 1 to WSSchedCount
       move EnCourse to WSSchCourse(WSSchedCount)
       move "(not on the catalog)" to WSSchTitle(WSSchedCount)
       move spaces to WSSchDays(WSSchedCount), WSSchRoom(WSSchedCount),
           WSSchTeacher(WSSchedCount)
       move zero to WSSchPeriod(WSSchedCount)
       move EnCourse to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key continue
           not invalid key
               move CatTitle to WSSchTitle(WSSchedCount)
               move CatDays to WSSchDays(WSSchedCount)
               move CatPeriod to WSSchPeriod(WSSchedCount)
               move CatRoom to WSSchRoom(WSSchedCount)
               move CatTeacher to WSSchTeacher(WSSchedCount)
       end-read.

6200-PRINT-ONE-DAY.
       move WSDayName(WSDayIndex) to PrnDayName
       move 'N' to WSDayPrinted
       perform 6300-PRINT-ONE-PERIOD
           varying WSPeriodIndex from 1 by 1 until WSPeriodIndex > 15.

6300-PRINT-ONE-PERIOD.
       perform 6350-PRINT-IF-MEETS
           varying WSSchedIndex from 1 by 1 until WSSchedIndex > WSSchedCount.

6350-PRINT-IF-MEETS.
       if WSSchPeriod(WSSchedIndex) = WSPeriodIndex
          and WSSchDays(WSSchedIndex)(WSDayIndex:1) not = space
           perform 6500-PRINT-ONE-CLASS
       end-if.

6400-PRINT-UNTIMED-CLASS.
       if WSSchPeriod(WSSchedIndex) = zero or WSSchDays(WSSchedIndex) = spaces
           perform 6500-PRINT-ONE-CLASS
       end-if.

6500-PRINT-ONE-CLASS. *>the day name heads its first class only
       if WSDayPrinted = 'N'
           write SchedPrintLine from SchedDayLine after advancing 2 lines
           move 'Y' to WSDayPrinted
       end-if
       move WSSchPeriod(WSSchedIndex) to PrnSchPeriod
       move WSSchCourse(WSSchedIndex) to PrnSchCourse
       move WSSchTitle(WSSchedIndex) to PrnSchTitle
       move WSSchRoom(WSSchedIndex) to PrnSchRoom
       move WSSchTeacher(WSSchedIndex) to PrnSchTeacher
       write SchedPrintLine from SchedDetailLine after advancing 1 line.

7000-PRINT-CLASS-LIST. *>every section the teacher takes in the term, each with
*>its meeting time and the students enrolled in it
       display "Teacher staff id : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       display "Term : " with no advancing
       accept WSRegTerm
       move function upper-case(WSRegTerm) to WSRegTerm
       move "(not on the staff file)" to WSTeacherName
       open input TeacherFile
       if TeacherOk
           move WSStaffId to TcStaffId
           read TeacherFile
               key is TcStaffId
               invalid key continue
               not invalid key move TcName to WSTeacherName
           end-read
       end-if
       close TeacherFile
       open input CourseCatalogFile
       if CourseCatalogNotFound
           display "No catalog on file yet"
           close CourseCatalogFile
           go to 7000-EXIT
       end-if
       open input EnrollmentFile
       open input StudentMasterFile
       open output ClassListReport
       move WSStaffId to PrnClassStaff
       move WSTeacherName to PrnClassName
       move WSRegTerm to PrnClassTerm
       write ClassPrintLine from ClassHeadLine after advancing page
       move zero to WSClassCount
       move 'N' to CatalogEndOfFile
       perform 7100-LIST-ONE-SECTION until CatalogEndOfFile = 'Y'
       move spaces to ClassCountLine
       string "Sections : " delimited by size
           WSClassCount delimited by size
           into ClassCountLine
       end-string
       write ClassPrintLine from ClassCountLine after advancing 2 lines
       close CourseCatalogFile, EnrollmentFile, StudentMasterFile, ClassListReport
       display "Class list written to CLASSLIST.rpt - " WSClassCount " sections".
7000-EXIT.
       continue.

7100-LIST-ONE-SECTION.
       read CourseCatalogFile next
           at end
               move 'Y' to CatalogEndOfFile
               exit paragraph
       end-read
       if CatTeacher not = WSStaffId or CatTerm not = WSRegTerm
           exit paragraph
       end-if
       add 1 to WSClassCount
       move CatCourse to PrnClassCourse
       move CatTitle to PrnClassTitle
       move CatDays to PrnClassDays
       move CatPeriod to PrnClassPeriod
       move CatRoom to PrnClassRoom
       write ClassPrintLine from ClassSectionLine after advancing 2 lines
       move zero to WSRosterCount
       move CatCourse to EnCourse
       move WSRegTerm to EnTerm
       move zero to EnIDNum
       move 'N' to EnrollEndOfFile
       start EnrollmentFile key is >= EnKey
           invalid key move 'Y' to EnrollEndOfFile
       end-start
       if EnrollEndOfFile = 'N'
           read EnrollmentFile next
               at end move 'Y' to EnrollEndOfFile
           end-read
       end-if
       perform 7200-LIST-ONE-STUDENT
           until EnrollEndOfFile = 'Y'
              or EnCourse not = CatCourse
              or EnTerm not = WSRegTerm.

7200-LIST-ONE-STUDENT.
       move EnIDNum to PrnIDNum
       move EnIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to PrnName
           not invalid key move SmStudName to PrnName
       end-read
       write ClassPrintLine from RosterDetailLine after advancing 1 line
       add 1 to WSRosterCount
       read EnrollmentFile next
           at end move 'Y' to EnrollEndOfFile
       end-read.

8000-PRINT-WAITLISTS. *>for the counselors - who is still waiting, in the
*>order they asked, and the guardian's phone to call when a seat comes up
       display "Course code (blank = all courses) : " with no advancing
       accept WSRegCourse
       move function upper-case(WSRegCourse) to WSRegCourse
       display "Term (blank = all terms) : " with no advancing
       accept WSRegTerm
       move function upper-case(WSRegTerm) to WSRegTerm
       open input WaitListFile
       if not WaitListOk
           display "No waitlists on file yet"
           close WaitListFile
           go to 8000-EXIT
       end-if
       open input StudentMasterFile
       open input GuardianFile
       open output WaitListReport
       move WSRegCourse to PrnWaitHeadCourse
       move WSRegTerm to PrnWaitHeadTerm
       if WSRegCourse = spaces
           move "(all)" to PrnWaitHeadCourse
       end-if
       if WSRegTerm = spaces
           move "(all)" to PrnWaitHeadTerm
       end-if
       move WSRunDate to PrnWaitRunDate
       write WaitPrintLine from WaitHeadLine after advancing page
       write WaitPrintLine from WaitColumnLine after advancing 2 lines
       move zero to WSWaitCount
       move spaces to WSLastCourse, WSLastTerm
       move WSRegCourse to WlCourse
       move WSRegTerm to WlTerm
       move zero to WlAskedAt, WlIDNum
       move 'N' to WaitEndOfFile
       start WaitListFile key is >= WlKey
           invalid key move 'Y' to WaitEndOfFile
       end-start
       perform 8100-LIST-ONE-WAITING until WaitEndOfFile = 'Y'
       move spaces to RosterCountLine
       string "Students waiting : " delimited by size
           WSWaitCount delimited by size
           into RosterCountLine
       end-string
       write WaitPrintLine from RosterCountLine after advancing 2 lines
       close WaitListFile, StudentMasterFile, GuardianFile, WaitListReport
       display "Waitlists written to WAITLIST.rpt - " WSWaitCount " waiting".
8000-EXIT.
       continue.

8100-LIST-ONE-WAITING.
       read WaitListFile next
           at end
               move 'Y' to WaitEndOfFile
               exit paragraph
       end-read
       if WSRegCourse not = spaces and WlCourse not = WSRegCourse
           move 'Y' to WaitEndOfFile
           exit paragraph
       end-if
       if (WSRegTerm not = spaces and WlTerm not = WSRegTerm) or not WlWaiting
           exit paragraph
       end-if
       if WlCourse not = WSLastCourse or WlTerm not = WSLastTerm
           move WlCourse to WSLastCourse
           move WlTerm to WSLastTerm
           move zero to WSWaitPosition
           move spaces to WaitPrintLine
           write WaitPrintLine after advancing 1 line
       end-if
       add 1 to WSWaitPosition
       add 1 to WSWaitCount
       move WlCourse to PrnWaitCourse
       move WlTerm to PrnWaitTerm
       move WSWaitPosition to PrnWaitPos
       move WlIDNum to PrnWaitID
       move WlAskedAt(1:8) to PrnWaitAsked
       move WlNote to PrnWaitNote
       move WlIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to PrnWaitName
           not invalid key move SmStudName to PrnWaitName
       end-read
       move WlIDNum to GuIDNum
       read GuardianFile
           key is GuIDNum
           invalid key move "(no guardian)" to PrnWaitPhone
           not invalid key move GuPhone to PrnWaitPhone
       end-read
       write WaitPrintLine from WaitDetailLine after advancing 1 line.
