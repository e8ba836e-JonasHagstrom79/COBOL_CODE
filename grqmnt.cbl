       >>source format free
identification division.
program-id. grqmnt.
environment division.
input-output section.
file-control.
       copy grqfc.
       copy camfc.
       copy catfc.
data division.
file section.
fd GradReqFile.
       copy grqrec.
fd CourseAreaFile.
       copy camrec.
fd CourseCatalogFile.
       copy catrec.

working-storage section.
01 GradReqStatus pic x(2) value "00".
       88 GradReqOk value "00".
       88 GradReqNotFound value "35".
01 CourseAreaStatus pic x(2) value "00".
       88 CourseAreaOk value "00".
       88 CourseAreaNotFound value "35".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 AreaEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add area, C=change area, D=delete area, I=inquire,
*>M=map a course to an area, U=unmap a course, X=exit
01 WSArea pic x(4).
01 WSCourseCode pic x(6).
01 WSAreaExists pic x(1).
01 WSCourseCount pic 9(3) value zero.
01 WSListCourses pic x(1). *>Y lists the courses while counting them

procedure division.
0000-MAINLINE. *>the state's graduation rules - credit hours by subject area,
*>and which courses count toward each - judged by GRADAUDIT for YEAREND
*>and the counselors' GRADCHK audit
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Graduation requirements - A-Add area  C-Change area  D-Delete area"
       display "  I-Inquire area  M-Map course  U-Unmap course  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-AREA thru 2000-EXIT
           when 'C' perform 3000-CHANGE-AREA thru 3000-EXIT
           when 'D' perform 4000-DELETE-AREA thru 4000-EXIT
           when 'I' perform 5000-INQUIRE-AREA thru 5000-EXIT
           when 'M' perform 6000-MAP-COURSE thru 6000-EXIT
           when 'U' perform 7000-UNMAP-COURSE thru 7000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-AREA.
       display "Area code (e.g. MATH) : " with no advancing
       accept WSArea
       move function upper-case(WSArea) to WSArea
       if WSArea = spaces
           display "An area code is needed - add rejected"
           go to 2000-EXIT
       end-if
       open i-o GradReqFile
       if GradReqNotFound
           close GradReqFile
           open output GradReqFile
           close GradReqFile
           open i-o GradReqFile
       end-if
       if not GradReqOk
           display "Requirements file is in use by another user - try again later"
           close GradReqFile
           go to 2000-EXIT
       end-if
       move WSArea to GrArea
       read GradReqFile
           key is GrArea
           invalid key continue
           not invalid key
               display "Area " WSArea " is already on file - add rejected"
               close GradReqFile
               go to 2000-EXIT
       end-read
       move WSArea to GrArea
       perform 2500-ACCEPT-AREA-FIELDS
       write GradReqData
           invalid key display "Area " WSArea " could not be added"
           not invalid key display "Area " WSArea " added"
       end-write
       close GradReqFile.
2000-EXIT.
       continue.

2500-ACCEPT-AREA-FIELDS.
       display "Area name : " with no advancing
       accept GrAreaName
       display "Credit hours required : " with no advancing
       accept GrCredits.

3000-CHANGE-AREA.
       display "Area code to change : " with no advancing
       accept WSArea
       move function upper-case(WSArea) to WSArea
       open i-o GradReqFile
       if GradReqNotFound
           display "No requirements on file yet"
           close GradReqFile
           go to 3000-EXIT
       end-if
       move WSArea to GrArea
       read GradReqFile
           key is GrArea
           invalid key
               display "Area " WSArea " not on file"
           not invalid key
               display "Changing " function trim(GrAreaName) " - "
                   GrCredits " credits required"
               perform 2500-ACCEPT-AREA-FIELDS
               rewrite GradReqData
               display "Area " WSArea " changed"
       end-read
       close GradReqFile.
3000-EXIT.
       continue.

4000-DELETE-AREA. *>an area with courses still mapped to it stays - unmap
*>or remap them first, so no course's credit silently turns elective
       display "Area code to delete : " with no advancing
       accept WSArea
       move function upper-case(WSArea) to WSArea
       move 'N' to WSListCourses
       perform 8000-COUNT-AREA-COURSES thru 8000-EXIT
       if WSCourseCount > zero
           display "Area " WSArea " still has " WSCourseCount
               " course(s) mapped - unmap them first"
           go to 4000-EXIT
       end-if
       open i-o GradReqFile
       if GradReqNotFound
           display "No requirements on file yet"
           close GradReqFile
           go to 4000-EXIT
       end-if
       move WSArea to GrArea
       read GradReqFile
           key is GrArea
           invalid key
               display "Area " WSArea " not on file"
           not invalid key
               delete GradReqFile record
               display "Area " WSArea " deleted"
       end-read
       close GradReqFile.
4000-EXIT.
       continue.

5000-INQUIRE-AREA.
       display "Area code to inquire : " with no advancing
       accept WSArea
       move function upper-case(WSArea) to WSArea
       open input GradReqFile
       if not GradReqOk
           display "No requirements on file yet"
           close GradReqFile
           go to 5000-EXIT
       end-if
       move WSArea to GrArea
       read GradReqFile
           key is GrArea
           invalid key
               display "Area " WSArea " not on file"
               close GradReqFile
               go to 5000-EXIT
       end-read
       close GradReqFile
       display "Area " GrArea "  " function trim(GrAreaName) "  "
           GrCredits " credits required"
       move 'Y' to WSListCourses
       perform 8000-COUNT-AREA-COURSES thru 8000-EXIT
       display "  " WSCourseCount " course(s) count toward it".
5000-EXIT.
       continue.

6000-MAP-COURSE. *>any course code GRADES.DAT may carry - a course dropped
*>from the catalog still counts on the history of those who took it
       display "Course code : " with no advancing
       accept WSCourseCode
       move function upper-case(WSCourseCode) to WSCourseCode
       display "Area code : " with no advancing
       accept WSArea
       move function upper-case(WSArea) to WSArea
       perform 8500-CHECK-AREA-EXISTS thru 8500-EXIT
       if WSAreaExists not = 'Y'
           display "Area " WSArea " not on file - add it first"
           go to 6000-EXIT
       end-if
       open input CourseCatalogFile
       move WSCourseCode to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key
               display "Note - course " WSCourseCode " is not on the current catalog"
       end-read
       close CourseCatalogFile
       open i-o CourseAreaFile
       if CourseAreaNotFound
           close CourseAreaFile
           open output CourseAreaFile
           close CourseAreaFile
           open i-o CourseAreaFile
       end-if
       if not CourseAreaOk
           display "Course area file is in use by another user - try again later"
           close CourseAreaFile
           go to 6000-EXIT
       end-if
       move WSCourseCode to CaCourse
       read CourseAreaFile
           key is CaCourse
           invalid key
               move WSArea to CaArea
               write CourseAreaData
               display "Course " WSCourseCode " now counts toward " WSArea
           not invalid key
               display "Course " WSCourseCode " moved from " CaArea " to " WSArea
               move WSArea to CaArea
               rewrite CourseAreaData
       end-read
       close CourseAreaFile.
6000-EXIT.
       continue.

7000-UNMAP-COURSE.
       display "Course code to unmap : " with no advancing
       accept WSCourseCode
       move function upper-case(WSCourseCode) to WSCourseCode
       open i-o CourseAreaFile
       if CourseAreaNotFound
           display "No courses mapped yet"
           close CourseAreaFile
           go to 7000-EXIT
       end-if
       move WSCourseCode to CaCourse
       read CourseAreaFile
           key is CaCourse
           invalid key
               display "Course " WSCourseCode " is not mapped to an area"
           not invalid key
               delete CourseAreaFile record
               display "Course " WSCourseCode " unmapped - now elective credit"
       end-read
       close CourseAreaFile.
7000-EXIT.
       continue.

8000-COUNT-AREA-COURSES. *>keyed on the course, so the map is read through
       move zero to WSCourseCount
       open input CourseAreaFile
       if not CourseAreaOk
           close CourseAreaFile
           go to 8000-EXIT
       end-if
       move 'N' to AreaEndOfFile
       perform 8100-COUNT-ONE-COURSE until AreaEndOfFile = 'Y'
       close CourseAreaFile.
8000-EXIT.
       exit.

8100-COUNT-ONE-COURSE.
       read CourseAreaFile next
           at end
               move 'Y' to AreaEndOfFile
               exit paragraph
       end-read
       if CaArea = WSArea
           add 1 to WSCourseCount
           if WSListCourses = 'Y'
               display "  " CaCourse
           end-if
       end-if.

8500-CHECK-AREA-EXISTS.
       move 'N' to WSAreaExists
       open input GradReqFile
       if not GradReqOk
           close GradReqFile
           go to 8500-EXIT
       end-if
       move WSArea to GrArea
       read GradReqFile
           key is GrArea
           invalid key continue
           not invalid key move 'Y' to WSAreaExists
       end-read
       close GradReqFile.
8500-EXIT.
       exit.
