      *>----------------------------------------------------------------
      *> PRQREC - course prerequisite record (PREREQ.DAT), one row per
      *> course required before a catalog course may be taken, with
      *> the lowest letter grade that counts as a pass of it. Kept
      *> beside CATALOG.DAT rather than on the catalog row so a course
      *> can carry as many as it needs. Maintained from CATMNT; read
      *> by CHKPREREQ against the student's GRADES.DAT history.
      *>----------------------------------------------------------------
       01 PrereqData.
           02 PqKey.
               03 PqCourse    pic x(6). *>the catalog course
               03 PqPreCourse pic x(6). *>the course it requires
           02 PqMinGrade pic x(1). *>A-D, the worst grade that still counts
