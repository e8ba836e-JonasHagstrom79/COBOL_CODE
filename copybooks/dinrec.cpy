      *>----------------------------------------------------------------
      *> DINREC - one behavior incident (DISCINC.DAT), keyed off the
      *> handwritten referral. The grade level is the student's at the
      *> time, so a term summary run after promotion still counts the
      *> incident where it happened. An out-of-school suspension or an
      *> expulsion marks each school day from start to end in ATTEND.DAT
      *> with a status of its own, so truancy does not count it.
      *>----------------------------------------------------------------
       01 IncidentData.
           02 DiKey.
               03 DiIDNum pic 9(5).
               03 DiDate  pic 9(8). *>YYYYMMDD of the incident
               03 DiSeq   pic 9(2). *>second and later incidents that day
           02 DiTerm       pic x(6). *>e.g. 2026S1
           02 DiGradeLevel pic 9(2).
           02 DiType       pic x(1).
               88 DiFighting  value "F".
               88 DiDefiance  value "D". *>defiance or disruption
               88 DiBullying  value "B". *>bullying or harassment
               88 DiWeapon    value "W".
               88 DiSubstance value "S". *>drugs, alcohol, tobacco
               88 DiTheft     value "T". *>theft or vandalism
               88 DiOther     value "O".
               88 DiTypeValid values "F" "D" "B" "W" "S" "T" "O".
           02 DiDescription pic x(60).
           02 DiStaffId     pic x(5). *>referring staff member, TEACHER.DAT
           02 DiAction      pic x(1).
               88 DiWarning    value "W".
               88 DiConference value "C". *>guardian conference
               88 DiDetention  value "D".
               88 DiInSchool   value "I". *>in-school suspension - attends
               88 DiSuspension value "S". *>out-of-school suspension
               88 DiExpulsion  value "E".
               88 DiOutOfSchool values "S" "E".
               88 DiActionValid values "W" "C" "D" "I" "S" "E".
           02 DiSuspStart pic 9(8). *>YYYYMMDD, zero when no suspension
           02 DiSuspEnd   pic 9(8).
           02 DiSuspDays  pic 9(3). *>school days marked suspended in ATTEND
           02 DiEntered   pic 9(8). *>YYYYMMDD keyed
