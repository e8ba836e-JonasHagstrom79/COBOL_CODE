      *>----------------------------------------------------------------
      *> CAMREC - the subject area a course's credits count toward
      *> (CRSAREA.DAT). Keyed on the course code rather than carried on
      *> the catalog row, so a course long gone from CATALOG.DAT but
      *> still on a student's GRADES.DAT history keeps counting. A
      *> course with no row here earns elective credit only.
      *>----------------------------------------------------------------
       01 CourseAreaData.
           02 CaCourse pic x(6).
           02 CaArea   pic x(4). *>GrArea on GRADREQ.DAT
