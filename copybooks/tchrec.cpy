      *>----------------------------------------------------------------
      *> TCHREC - teacher/staff record (TEACHER.DAT), one per member of
      *> staff who can take a section. Maintained by TCHMNT; CATMNT
      *> staffs a catalog section from it and the class lists COURSEREG
      *> prints are headed with the name.
      *>----------------------------------------------------------------
       01 TeacherData.
           02 TcStaffId pic x(5).
           02 TcName    pic x(25).
           02 TcDept    pic x(10).
           02 TcStatus  pic x(1).
               88 TcActive   value "A".
               88 TcInactive value "I". *>left or on leave - no new sections
