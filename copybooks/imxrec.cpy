      *>----------------------------------------------------------------
      *> IMXREC - an exemption on file for a student (IMMEXEMPT.DAT),
      *> for one vaccine or, under vaccine ALL, for every one. A
      *> medical exemption usually carries the date the doctor's note
      *> runs out; past it the student is judged on doses again.
      *>----------------------------------------------------------------
       01 ImmExemptData.
           02 IxKey.
               03 IxIDNum   pic 9(5).
               03 IxVaccine pic x(6). *>ALL covers every vaccine
           02 IxType pic x(1).
               88 IxMedical   value "M".
               88 IxReligious value "R".
               88 IxPersonal  value "P".
           02 IxIssued pic 9(8). *>YYYYMMDD
           02 IxExpiry pic 9(8). *>YYYYMMDD, zero = does not expire
