      *>----------------------------------------------------------------
      *> GRQREC - graduation requirement by subject area (GRADREQ.DAT),
      *> one row per area the state counts - English, math, science and
      *> so on - with the credit hours a graduate must have earned in
      *> it. Courses are placed in an area on CRSAREA.DAT. Maintained
      *> by GRQMNT; judged by GRADAUDIT for YEAREND and GRADCHK.
      *>----------------------------------------------------------------
       01 GradReqData.
           02 GrArea     pic x(4). *>e.g. ENGL, MATH, SCI
           02 GrAreaName pic x(20).
           02 GrCredits  pic 9(3). *>credit hours required in the area
