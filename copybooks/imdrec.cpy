      *>----------------------------------------------------------------
      *> IMDREC - one vaccine dose a student has had (IMMDOSE.DAT), off
      *> the doctor's record the nurse used to keep in the binder.
      *>----------------------------------------------------------------
       01 ImmDoseData.
           02 IdKey.
               03 IdIDNum   pic 9(5).
               03 IdVaccine pic x(6).
               03 IdDoseNo  pic 9(1).
           02 IdDoseDate pic 9(8). *>YYYYMMDD given
           02 IdEntered  pic 9(8). *>YYYYMMDD keyed by the nurse
