       >>source format free
identification division.
program-id. tchmnt.
environment division.
input-output section.
file-control.
       copy tchfc.
       copy catfc.
data division.
file section.
fd TeacherFile.
       copy tchrec.
fd CourseCatalogFile.
       copy catrec.

working-storage section.
01 TeacherStatus pic x(2) value "00".
       88 TeacherOk value "00".
       88 TeacherNotFound value "35".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 CatalogEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add, C=change, D=delete, I=inquire, X=exit
01 WSStaffId pic x(5).
01 WSSectionCount pic 9(3) value zero.

procedure division.
0000-MAINLINE. *>the staff the master schedule is built from - who can take a
*>section, and who is no longer available to
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Teachers/staff - A-Add  C-Change  D-Delete  I-Inquire  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-TEACHER thru 2000-EXIT
           when 'C' perform 3000-CHANGE-TEACHER thru 3000-EXIT
           when 'D' perform 4000-DELETE-TEACHER thru 4000-EXIT
           when 'I' perform 5000-INQUIRE-TEACHER thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-TEACHER.
       display "Staff id : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       if WSStaffId = spaces
           display "A staff id is needed - add rejected"
           go to 2000-EXIT
       end-if
       open i-o TeacherFile
       if TeacherNotFound
           close TeacherFile
           open output TeacherFile
           close TeacherFile
           open i-o TeacherFile
       end-if
       if not TeacherOk
           display "Staff file is in use by another user - try again later"
           close TeacherFile
           go to 2000-EXIT
       end-if
       move WSStaffId to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key continue
           not invalid key
               display "Staff id " WSStaffId " is already on file - add rejected"
               close TeacherFile
               go to 2000-EXIT
       end-read
       move WSStaffId to TcStaffId
       perform 2500-ACCEPT-TEACHER-FIELDS
       write TeacherData
           invalid key display "Staff id " WSStaffId " could not be added"
           not invalid key display "Staff id " WSStaffId " added"
       end-write
       close TeacherFile.
2000-EXIT.
       continue.

2500-ACCEPT-TEACHER-FIELDS.
       display "Name : " with no advancing
       accept TcName
       display "Department : " with no advancing
       accept TcDept
       move function upper-case(TcDept) to TcDept
       display "A-Active or I-Inactive : " with no advancing
       accept TcStatus
       move function upper-case(TcStatus) to TcStatus
       if not TcInactive
           set TcActive to true
       end-if.

3000-CHANGE-TEACHER.
       display "Staff id to change : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       open i-o TeacherFile
       if TeacherNotFound
           display "No staff on file yet"
           close TeacherFile
           go to 3000-EXIT
       end-if
       move WSStaffId to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key
               display "Staff id " WSStaffId " not on file"
           not invalid key
               display "Changing " function trim(TcName)
               perform 2500-ACCEPT-TEACHER-FIELDS
               rewrite TeacherData
               display "Staff id " WSStaffId " changed"
       end-read
       close TeacherFile.
3000-EXIT.
       continue.

4000-DELETE-TEACHER. *>a teacher still named on a catalog section stays - the
*>section is restaffed first, or the teacher is made inactive instead
       display "Staff id to delete : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       perform 4500-COUNT-SECTIONS
       if WSSectionCount > zero
           display "Staff id " WSStaffId " still teaches " WSSectionCount
               " catalog section(s) - restaff them or make the teacher inactive"
           go to 4000-EXIT
       end-if
       open i-o TeacherFile
       if TeacherNotFound
           display "No staff on file yet"
           close TeacherFile
           go to 4000-EXIT
       end-if
       move WSStaffId to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key
               display "Staff id " WSStaffId " not on file"
           not invalid key
               delete TeacherFile record
               display "Staff id " WSStaffId " deleted"
       end-read
       close TeacherFile.
4000-EXIT.
       continue.

4500-COUNT-SECTIONS.
       move zero to WSSectionCount
       open input CourseCatalogFile
       if CourseCatalogOk
           move 'N' to CatalogEndOfFile
           perform 4600-COUNT-ONE-SECTION until CatalogEndOfFile = 'Y'
       end-if
       close CourseCatalogFile.

4600-COUNT-ONE-SECTION.
       read CourseCatalogFile next
           at end move 'Y' to CatalogEndOfFile
           not at end
               if CatTeacher = WSStaffId
                   add 1 to WSSectionCount
               end-if
       end-read.

5000-INQUIRE-TEACHER.
       display "Staff id to inquire : " with no advancing
       accept WSStaffId
       move function upper-case(WSStaffId) to WSStaffId
       open input TeacherFile
       if TeacherNotFound
           display "No staff on file yet"
           close TeacherFile
           go to 5000-EXIT
       end-if
       move WSStaffId to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key display "Staff id " WSStaffId " not on file"
           not invalid key
               display "Staff " TcStaffId "  " function trim(TcName)
               display "  department " TcDept "  status " TcStatus
       end-read
       close TeacherFile
       perform 4500-COUNT-SECTIONS
       display "  catalog sections taught : " WSSectionCount.
5000-EXIT.
       continue.
