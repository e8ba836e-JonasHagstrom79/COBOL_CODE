      *>----------------------------------------------------------------
      *> WLREC - course waitlist record (WAITLIST.DAT), one per student
      *> who asked for a full section, written by COURSEREG. WAITFILL
      *> takes the first waiting row into ENROLL.DAT whenever a seat
      *> opens - a drop, or CATMNT raising the capacity - and the row
      *> stays as the record of when the seat was given.
      *>----------------------------------------------------------------
       01 WaitListData.
           02 WlKey.
               03 WlCourse  pic x(6).
               03 WlTerm    pic x(6).
               03 WlAskedAt pic 9(14). *>YYYYMMDDHHMMSS the student asked
               03 WlIDNum   pic 9(5).
           02 WlStatus pic x(1).
               88 WlWaiting   value "W".
               88 WlEnrolled  value "E". *>given a seat by WAITFILL
               88 WlWithdrawn value "X". *>dropped off the list at the desk
           02 WlDoneDate pic 9(8). *>YYYYMMDD enrolled or withdrawn
           02 WlNote     pic x(20). *>why WAITFILL passed the student over
