      *>----------------------------------------------------------------
      *> IMQREC - a vaccine the state requires of a grade level
      *> (IMMREQ.DAT) and the doses a student of that grade must have.
      *> After the first dose each further one falls due the interval
      *> after the one before it. Maintained by the nurse in IMMMNT.
      *>----------------------------------------------------------------
       01 ImmReqData.
           02 IqKey.
               03 IqGradeLevel pic 9(2).
               03 IqVaccine    pic x(6). *>e.g. MMR, DTAP, POLIO
           02 IqName     pic x(20).
           02 IqDoses    pic 9(1). *>doses required by this grade
           02 IqInterval pic 9(3). *>days from one dose to the next falling due
