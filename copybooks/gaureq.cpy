      *>----------------------------------------------------------------
      *> GAUREQ - request area for GRADAUDIT, the graduation audit
      *> shared by YEAREND (whether a senior graduates) and GRADCHK
      *> (the counselors' start-of-term audit). The caller passes the
      *> student and, for the audit, the term in progress; GRADAUDIT
      *> answers each subject area's credits required, earned, in
      *> progress on ENROLL.DAT and still missing, and whether every
      *> area is met on earned credits alone.
      *>----------------------------------------------------------------
       01 GradAudit.
           02 GaIDNum       pic 9(5).
           02 GaTerm        pic x(6). *>term in progress, spaces = none
           02 GaTotalEarned pic 9(4). *>every passed credit, areas or not
           02 GaElective    pic 9(4). *>passed credit in no area
           02 GaInProgress  pic 9(4). *>enrolled and not yet graded
           02 GaResult      pic x(1).
               88 GaAllMet  value "Y".
               88 GaShort   value "N".
               88 GaNoRules value "X". *>no requirements table on file
           02 GaShortArea   pic x(20). *>name of the first area short
           02 GaAreaCount   pic 9(2).
           02 GaAreaEntry occurs 20 times.
               03 GaArea       pic x(4).
               03 GaAreaName   pic x(20).
               03 GaRequired   pic 9(3).
               03 GaEarned     pic 9(3).
               03 GaInProg     pic 9(3).
               03 GaMissing    pic 9(3). *>after the credits in progress
