      *>----------------------------------------------------------------
      *> PRQREQ - request area for CHKPREREQ, the prerequisite test
      *> shared by COURSEREG (before a student is enrolled) and
      *> PREREQX (the pre-term exception listing). The caller passes
      *> the student and the course; CHKPREREQ answers the first
      *> prerequisite not met and the best grade the student holds in
      *> it, space if they never took it.
      *>----------------------------------------------------------------
       01 PrereqCheck.
           02 PrStudent  pic 9(5).
           02 PrCourse   pic x(6).
           02 PrResult   pic x(1).
               88 PrMet    value "Y".
               88 PrNotMet value "N".
           02 PrShort    pic x(6). *>the prerequisite not met
           02 PrNeed     pic x(1). *>the grade it needs
           02 PrBest     pic x(1). *>the best grade held, space = never taken
