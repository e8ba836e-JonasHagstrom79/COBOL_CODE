input-output section.
file-control.
       copy catfc.
       copy tchfc.
       copy prqfc.
data division.
file section.
fd CourseCatalogFile.
       copy catrec.
fd TeacherFile.
       copy tchrec.
fd PrereqFile.
       copy prqrec.

working-storage section.
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
       88 CourseCatalogNotFound value "35".
01 TeacherStatus pic x(2) value "00".
       88 TeacherOk value "00".
       88 TeacherNotFound value "35".
01 PrereqStatus pic x(2) value "00".
       88 PrereqOk value "00".
       88 PrereqNotFound value "35".
01 PrereqEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add, C=change, D=delete, I=inquire, P=prerequisites, X=exit
01 WSPrereqMode pic x(1). *>A=add, R=remove, X=done with the course
01 WSPreCourse pic x(6).
01 WSMinGrade pic x(1).
01 WSPrereqCount pic 9(2) value zero.
01 WSCourseCode pic x(6).
01 WSCourseFound pic x(1).
01 WSFieldsValid pic x(1).
01 WSCatImage pic x(65). *>the section as keyed, held while the timetable is
*>checked with the catalog closed
01 WSDaysIn pic x(10).
01 WSDayIndex pic 9(2) value zero.
01 WSDayLetter pic x(1).
01 WSDaySlot pic 9(1) value zero.
01 WSOldCapacity pic 9(3) value zero. *>a raise frees seats for the waitlist
01 WSCourseTerm pic x(6).
01 WSWaitFilled pic 9(3) value zero.
       copy schreq.

procedure division.
0000-MAINLINE. *>the catalog GRADES.DAT never had behind it - course codes,
*>titles, credits and the seats a section can actually hold, where and
*>when each section meets on the master schedule and who teaches it, and
*>the courses a student must have passed first
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Course catalog - A-Add  C-Change  D-Delete  I-Inquire"
       display "  P-Prerequisites  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'C' perform 3000-CHANGE-COURSE thru 3000-EXIT
           when 'D' perform 4000-DELETE-COURSE thru 4000-EXIT
           when 'I' perform 5000-INQUIRE-COURSE thru 5000-EXIT
           when 'P' perform 6000-MAINTAIN-PREREQS thru 6000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.
           go to 2000-EXIT
       end-if
       move WSCourseCode to CatCourse
       move 'N' to WSCourseFound
       read CourseCatalogFile
           key is CatCourse
           invalid key continue
           not invalid key move 'Y' to WSCourseFound
       end-read
       close CourseCatalogFile
       if WSCourseFound = 'Y'
           display "Course " WSCourseCode " is already on the catalog - add rejected"
           go to 2000-EXIT
       end-if
       move WSCourseCode to CatCourse
       perform 2500-ACCEPT-COURSE-FIELDS
       if CatCredits = zero
           display "Credit hours must be 1 or more - add rejected"
           go to 2000-EXIT
       end-if
       perform 2700-CHECK-THE-TIMETABLE thru 2700-EXIT
       if WSFieldsValid not = 'Y'
           display "Add rejected"
           go to 2000-EXIT
       end-if
       open i-o CourseCatalogFile
       if not CourseCatalogOk
           display "Catalog is in use by another user - try again later"
           close CourseCatalogFile
           go to 2000-EXIT
       end-if
       move WSCatImage to CourseCatalogData
       write CourseCatalogData
           invalid key display "Course " WSCourseCode " could not be added"
           not invalid key display "Course " WSCourseCode " added to the catalog"
       accept CatTerm
       move function upper-case(CatTerm) to CatTerm
       display "Section capacity : " with no advancing
       accept CatCapacity
       display "Days it meets, M T W R F (e.g. MWF, blank = not timetabled) : "
           with no advancing
       accept WSDaysIn
       move function upper-case(WSDaysIn) to WSDaysIn
       perform 2600-SPREAD-THE-DAYS
       move zero to CatPeriod
       if CatDays not = spaces
           display "Period of the day (1-15) : " with no advancing
           accept CatPeriod
       end-if
       display "Room : " with no advancing
       accept CatRoom
       move function upper-case(CatRoom) to CatRoom
       display "Teacher staff id (blank = not yet staffed) : " with no advancing
       accept CatTeacher
       move function upper-case(CatTeacher) to CatTeacher
       display "Weighting R-Regular H-Honors A-AP (blank = regular) : "
           with no advancing
       accept CatWeight
       move function upper-case(CatWeight) to CatWeight
       if CatWeight = space
           move "R" to CatWeight
       end-if
       if not CatWeightValid
           display "Weighting must be R, H or A - taken as regular"
           move "R" to CatWeight
       end-if
       move CourseCatalogData to WSCatImage.

2600-SPREAD-THE-DAYS. *>"MWF" as keyed lands as "M W F" - each letter in its
*>own weekday position, so two sections compare day by day
       move spaces to CatDays
       perform 2650-PLACE-ONE-DAY
           varying WSDayIndex from 1 by 1 until WSDayIndex > 10.

2650-PLACE-ONE-DAY.
       move WSDaysIn(WSDayIndex:1) to WSDayLetter
       move zero to WSDaySlot
       evaluate WSDayLetter
           when 'M' move 1 to WSDaySlot
           when 'T' move 2 to WSDaySlot
           when 'W' move 3 to WSDaySlot
           when 'R' move 4 to WSDaySlot
           when 'F' move 5 to WSDaySlot
           when other continue
       end-evaluate
       if WSDaySlot > zero
           move WSDayLetter to CatDay(WSDaySlot)
       end-if.

2700-CHECK-THE-TIMETABLE. *>the teacher must be on the staff file and still
*>teaching, and neither the room nor the teacher may already be in another
*>section of the term at the same period on a shared day
       move 'N' to WSFieldsValid
       if CatDays not = spaces and (CatPeriod = zero or CatPeriod > 15)
           display "A section that meets needs a period from 1 to 15"
           go to 2700-EXIT
       end-if
       if CatTeacher not = spaces
           open input TeacherFile
           if TeacherNotFound
               display "No staff on file yet - set them up with TCHMNT"
               close TeacherFile
               go to 2700-EXIT
           end-if
           move CatTeacher to TcStaffId
           read TeacherFile
               key is TcStaffId
               invalid key
                   display "Teacher " CatTeacher " is not on the staff file"
                   close TeacherFile
                   go to 2700-EXIT
           end-read
           close TeacherFile
           if TcInactive
               display "Teacher " CatTeacher " " function trim(TcName)
                   " is not active - cannot take a section"
               go to 2700-EXIT
           end-if
       end-if
       move CatCourse to ScCourse
       move CatTerm to ScTerm
       move CatDays to ScDays
       move CatPeriod to ScPeriod
       move CatRoom to ScRoom
       move CatTeacher to ScTeacher
       call "CHKSCHED" using SchedCheck
       move WSCatImage to CourseCatalogData
       if ScRoomClash
           display "Room " CatRoom " is already booked for " ScWith
               " at period " CatPeriod " on a shared day"
           go to 2700-EXIT
       end-if
       if ScTeacherClash
           display "Teacher " CatTeacher " already teaches " ScWith
               " at period " CatPeriod " on a shared day"
           go to 2700-EXIT
       end-if
       move 'Y' to WSFieldsValid.
2700-EXIT.
       exit.

3000-CHANGE-COURSE. *>keyed and checked with the catalog closed - the row is
*>read back and rewritten only once the timetable has passed
       display "Course code to change : " with no advancing
       accept WSCourseCode
       move function upper-case(WSCourseCode) to WSCourseCode
       open input CourseCatalogFile
       if CourseCatalogNotFound
           display "No catalog on file yet"
           close CourseCatalogFile
           key is CatCourse
           invalid key
               display "Course " WSCourseCode " not on the catalog"
               close CourseCatalogFile
               go to 3000-EXIT
       end-read
       close CourseCatalogFile
       move CatCapacity to WSOldCapacity
       display "Changing " function trim(CatTitle)
       display "  now meets " CatDays " period " CatPeriod " room " CatRoom
           " teacher " CatTeacher
       perform 2500-ACCEPT-COURSE-FIELDS
       perform 2700-CHECK-THE-TIMETABLE thru 2700-EXIT
       if WSFieldsValid not = 'Y'
           display "Change rejected"
           go to 3000-EXIT
       end-if
       open i-o CourseCatalogFile
       if not CourseCatalogOk
           display "Catalog is in use by another user - try again later"
           close CourseCatalogFile
           go to 3000-EXIT
       end-if
       move WSCourseCode to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key
               display "Course " WSCourseCode " was deleted meanwhile - not changed"
           not invalid key
               move WSCatImage to CourseCatalogData
               rewrite CourseCatalogData
               display "Course " WSCourseCode " changed"
       end-read
       move CatTerm to WSCourseTerm
       close CourseCatalogFile
       if CatCapacity > WSOldCapacity
           call "WAITFILL" using WSCourseCode, WSCourseTerm, WSWaitFilled
           if WSWaitFilled > zero
               display WSWaitFilled " enrolled from the waitlist - notice in WAITNOTICE.rpt"
           end-if
       end-if.
3000-EXIT.
       continue.

           not invalid key
               delete CourseCatalogFile record
               display "Course " WSCourseCode " deleted from the catalog"
               perform 4100-DROP-ITS-PREREQS thru 4100-EXIT
       end-read
       close CourseCatalogFile.
4000-EXIT.
       continue.

4100-DROP-ITS-PREREQS. *>a course added again later under the same code
*>starts with no prerequisites rather than the old course's
       open i-o PrereqFile
       if not PrereqOk
           close PrereqFile
           go to 4100-EXIT
       end-if
       move WSCourseCode to PqCourse
       move low-values to PqPreCourse
       move 'N' to PrereqEndOfFile
       start PrereqFile key is >= PqKey
           invalid key move 'Y' to PrereqEndOfFile
       end-start
       perform 4150-DROP-ONE-PREREQ until PrereqEndOfFile = 'Y'
       close PrereqFile.
4100-EXIT.
       exit.

4150-DROP-ONE-PREREQ.
       read PrereqFile next
           at end
               move 'Y' to PrereqEndOfFile
               exit paragraph
       end-read
       if PqCourse not = WSCourseCode
           move 'Y' to PrereqEndOfFile
           exit paragraph
       end-if
       delete PrereqFile record.
       continue.

5000-INQUIRE-COURSE.
       display "Course code to inquire : " with no advancing
       accept WSCourseCode
           not invalid key
               display "Course " CatCourse "  " function trim(CatTitle)
               display "  credits " CatCredits "  term " CatTerm
                   "  capacity " CatCapacity "  weighting " CatWeight
               display "  meets " CatDays "  period " CatPeriod
                   "  room " CatRoom "  teacher " CatTeacher
       end-read
       close CourseCatalogFile
       open input PrereqFile
       if PrereqOk
           perform 6200-LIST-PREREQS thru 6200-EXIT
       end-if
       close PrereqFile.
5000-EXIT.
       continue.

6000-MAINTAIN-PREREQS. *>each required course with the worst grade that
*>still counts as a pass - COURSEREG tests them through CHKPREREQ
       display "Course code for prerequisites : " with no advancing
       accept WSCourseCode
       move function upper-case(WSCourseCode) to WSCourseCode
       move WSCourseCode to WSPreCourse
       perform 6500-COURSE-ON-CATALOG thru 6500-EXIT
       if WSCourseFound not = 'Y'
           display "Course " WSCourseCode " not on the catalog"
           go to 6000-EXIT
       end-if
       open i-o PrereqFile
       if PrereqNotFound
           close PrereqFile
           open output PrereqFile
           close PrereqFile
           open i-o PrereqFile
       end-if
       if not PrereqOk
           display "Prerequisite file is in use by another user - try again later"
           close PrereqFile
           go to 6000-EXIT
       end-if
       move space to WSPrereqMode
       perform 6100-PREREQ-MENU until WSPrereqMode = 'X'
       close PrereqFile.
6000-EXIT.
       continue.

6100-PREREQ-MENU.
       perform 6200-LIST-PREREQS thru 6200-EXIT
       display "  A-Add prerequisite  R-Remove prerequisite  X-Done : "
           with no advancing
       accept WSPrereqMode
       move function upper-case(WSPrereqMode) to WSPrereqMode
       evaluate WSPrereqMode
           when 'A' perform 6300-ADD-PREREQ thru 6300-EXIT
           when 'R' perform 6400-REMOVE-PREREQ thru 6400-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

6200-LIST-PREREQS.
       move zero to WSPrereqCount
       move WSCourseCode to PqCourse
       move low-values to PqPreCourse
       move 'N' to PrereqEndOfFile
       start PrereqFile key is >= PqKey
           invalid key move 'Y' to PrereqEndOfFile
       end-start
       perform 6250-LIST-ONE-PREREQ until PrereqEndOfFile = 'Y'
       if WSPrereqCount = zero
           display "  no prerequisites"
       end-if.
6200-EXIT.
       exit.

6250-LIST-ONE-PREREQ.
       read PrereqFile next
           at end
               move 'Y' to PrereqEndOfFile
               exit paragraph
       end-read
       if PqCourse not = WSCourseCode
           move 'Y' to PrereqEndOfFile
           exit paragraph
       end-if
       add 1 to WSPrereqCount
       display "  requires " PqPreCourse " at grade " PqMinGrade " or better".

6300-ADD-PREREQ.
       display "Required course code : " with no advancing
       accept WSPreCourse
       move function upper-case(WSPreCourse) to WSPreCourse
       if WSPreCourse = WSCourseCode
           display "A course cannot require itself"
           go to 6300-EXIT
       end-if
       perform 6500-COURSE-ON-CATALOG thru 6500-EXIT
       if WSCourseFound not = 'Y'
           display "Course " WSPreCourse " not on the catalog - not added"
           go to 6300-EXIT
       end-if
       display "Lowest passing grade (A-D) : " with no advancing
       accept WSMinGrade
       move function upper-case(WSMinGrade) to WSMinGrade
       if WSMinGrade not = 'A' and WSMinGrade not = 'B' and WSMinGrade not = 'C'
          and WSMinGrade not = 'D'
           display "Grade must be A, B, C or D - not added"
           go to 6300-EXIT
       end-if
       move WSCourseCode to PqCourse
       move WSPreCourse to PqPreCourse
       move WSMinGrade to PqMinGrade
       write PrereqData
           invalid key
               display WSCourseCode " already requires " WSPreCourse
                   " - remove it first to change the grade"
           not invalid key
               display WSCourseCode " now requires " WSPreCourse
       end-write.
6300-EXIT.
       exit.

6400-REMOVE-PREREQ.
       display "Required course code to remove : " with no advancing
       accept WSPreCourse
       move function upper-case(WSPreCourse) to WSPreCourse
       move WSCourseCode to PqCourse
       move WSPreCourse to PqPreCourse
       read PrereqFile
           key is PqKey
           invalid key
               display WSCourseCode " does not require " WSPreCourse
           not invalid key
               delete PrereqFile record
               display WSPreCourse " removed from " WSCourseCode
       end-read.
6400-EXIT.
       exit.

6500-COURSE-ON-CATALOG.
       move 'N' to WSCourseFound
       open input CourseCatalogFile
       if not CourseCatalogOk
           close CourseCatalogFile
           go to 6500-EXIT
       end-if
       move WSPreCourse to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key continue
           not invalid key move 'Y' to WSCourseFound
       end-read
       close CourseCatalogFile.
6500-EXIT.
       exit.
