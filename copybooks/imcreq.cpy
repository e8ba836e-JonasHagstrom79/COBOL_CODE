      *>----------------------------------------------------------------
      *> IMCREQ - request area for CHKIMMUN, the immunization
      *> compliance test shared by IMMMNT (the nurse's inquiry),
      *> IMMRPT (the compliance report and guardian notices) and
      *> COURSEREG (which refuses a student past the grace period).
      *> The caller passes the student and the date to judge on;
      *> CHKIMMUN answers each dose missing or overdue under the
      *> requirements for the student's grade level.
      *>----------------------------------------------------------------
       01 ImmCheck.
           02 IcIDNum     pic 9(5).
           02 IcAsOf      pic 9(8). *>YYYYMMDD to judge on
           02 IcGradeLevel pic 9(2). *>returned off the student master
           02 IcStatus    pic x(1).
               88 IcCompliant  value "C".
               88 IcInGrace    value "G". *>short, but inside the grace period
               88 IcPastGrace  value "P". *>short and past it - no registration
               88 IcNoRules    value "X". *>no requirements for the grade
               88 IcNoStudent  value "S".
           02 IcExempt    pic x(1). *>the strongest exemption used, if any
               88 IcNoExemption     value space.
               88 IcMedicalExempt   value "M".
               88 IcNonMedicalExempt value "N".
           02 IcGraceDays pic 9(3).
           02 IcGapCount  pic 9(2).
           02 IcGap occurs 20 times.
               03 IcVaccine  pic x(6).
               03 IcName     pic x(20).
               03 IcHave     pic 9(1). *>doses on file
               03 IcNeed     pic 9(1). *>doses the grade requires
               03 IcDueDate  pic 9(8). *>when the next dose fell due
               03 IcGapKind  pic x(1).
                   88 IcGapDue     value "D". *>due, still inside the grace period
                   88 IcGapOverdue value "O". *>past the grace period
