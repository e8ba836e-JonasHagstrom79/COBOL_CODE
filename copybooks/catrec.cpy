      *> capacity. Maintained by CATMNT; COURSEREG enrolls students
      *> against it up to capacity and GRADEENT validates its course
      *> and credits here instead of trusting the keyer.
      *> The section's place on the master schedule rides the same
      *> row - the weekdays it meets, the period, the room and the
      *> teacher off TEACHER.DAT - so CHKSCHED can refuse a room or a
      *> teacher booked twice and COURSEREG a student in two places.
      *> The weighting tells GPACALC and TRANSCPT an honors or AP
      *> course from a regular one for the weighted GPA.
      *>----------------------------------------------------------------
       01 CourseCatalogData.
           02 CatCourse   pic x(6).
           02 CatCredits  pic 9(2).
           02 CatTerm     pic x(6). *>the term offered, e.g. 2026S1
           02 CatCapacity pic 9(3). *>seats in the section
           02 CatDays.    *>one position per weekday Monday to Friday -
                          *>the day letter where the section meets,
                          *>space where it does not, e.g. "M W F"
               03 CatDay  pic x(1) occurs 5 times.
           02 CatPeriod   pic 9(2). *>period of the school day, zero = not
                                     *>yet timetabled, never clashes
           02 CatRoom     pic x(5).
           02 CatTeacher  pic x(5). *>TcStaffId, spaces = not yet staffed
           02 CatWeight   pic x(1).
               88 CatRegular value "R" " ".
               88 CatHonors  value "H".
               88 CatAP      value "A".
               88 CatWeightValid value "R" "H" "A".
