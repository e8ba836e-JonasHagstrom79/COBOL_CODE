      *>----------------------------------------------------------------
      *> PRQLOG - prerequisite override log (PREREQOVR.DAT). One line
      *> appended by COURSEREG each time a counselor enrolls a student
      *> who does not meet a course's prerequisites, with who allowed
      *> it and why. PREREQX shows the override against the student
      *> on the pre-term exception listing.
      *>----------------------------------------------------------------
       01 PrereqOvrData.
           02 PoDate      pic 9(8). *>YYYYMMDD the override was given
           02 PoIDNum     pic 9(5).
           02 PoCourse    pic x(6).
           02 PoTerm      pic x(6).
           02 PoPreCourse pic x(6). *>the prerequisite not met
           02 PoBest      pic x(1). *>the grade held then, space = never taken
           02 PoCounselor pic x(5). *>TcStaffId of the counselor
           02 PoReason    pic x(40).
