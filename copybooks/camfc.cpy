      *>----------------------------------------------------------------
      *> CAMFC - FILE-CONTROL entry for the course-to-subject-area map,
      *> shared by GRQMNT and GRADAUDIT, the CATFC pattern.
      *>----------------------------------------------------------------
       select CourseAreaFile assign to "CRSAREA.DAT"
           organization is indexed
           access is dynamic
           record key is CaCourse
           lock mode is automatic
           file status is CourseAreaStatus.
