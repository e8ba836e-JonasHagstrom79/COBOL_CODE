      *>----------------------------------------------------------------
      *> ATLREC - one attendance letter sent (ATTLTRLOG.DAT), written by
      *> ATTEND when it prints the letter. The documented notice the
      *> state wants to see before a court referral.
      *>----------------------------------------------------------------
       01 AttLetterData.
           02 AlKey.
               03 AlIDNum pic 9(5).
               03 AlTerm  pic x(6).
               03 AlTier  pic 9(1). *>1 first notice, 3 referral notice
           02 AlSentDate pic 9(8). *>YYYYMMDD printed
           02 AlAbsences pic 9(3). *>unexcused absences when it went out
           02 AlGuName   pic x(25). *>addressed to
