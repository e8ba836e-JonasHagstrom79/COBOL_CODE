      *>----------------------------------------------------------------
      *> SCHREQ - request area for CHKSCHED, the master-schedule clash
      *> test shared by CATMNT (before a section is timetabled) and
      *> COURSEREG (before a student is enrolled into one). The caller
      *> passes the section's slot; CHKSCHED answers the first other
      *> section of the same term that shares a weekday and period and
      *> either the room or the teacher.
      *>----------------------------------------------------------------
       01 SchedCheck.
           02 ScCourse  pic x(6). *>the section itself - never its own clash
           02 ScTerm    pic x(6).
           02 ScDays    pic x(5).
           02 ScPeriod  pic 9(2).
           02 ScRoom    pic x(5).
           02 ScTeacher pic x(5).
           02 ScClash   pic x(1).
               88 ScNoClash      value space.
               88 ScRoomClash    value "R". *>the room is double-booked
               88 ScTeacherClash value "T". *>the teacher is in two places
           02 ScWith    pic x(6). *>the course it clashes with
