      *>----------------------------------------------------------------
      *> TCHFC - FILE-CONTROL entry for the teacher/staff master, shared
      *> by TCHMNT, CATMNT and COURSEREG, the CATFC pattern.
      *>----------------------------------------------------------------
       select TeacherFile assign to "TEACHER.DAT"
           organization is indexed
           access is dynamic
           record key is TcStaffId
           lock mode is automatic
           file status is TeacherStatus.
