       02 NCpStatus      pic x(1).
       02 NCpDecidedBy   pic x(10).
       02 NCpDecideDate  pic 9(8).
       02 NCpLimitType   pic x(1).
fd CustAuditFile.
       copy custaud.

           go to 2000-EXIT
       end-if
       display " "
       if CpGroupLimit
           display "Group under parent " CpIdNum " - group limit " CpOldLimit
               " to " CpNewLimit " requested by " function trim(CpRequestedBy)
               " on " CpDate
       else
           display "Customer " CpIdNum " - limit " CpOldLimit " to " CpNewLimit
               " requested by " function trim(CpRequestedBy) " on " CpDate
       end-if
       display "A-Approve  R-Reject  S-Skip : " with no advancing
       accept WSDecision
       move function upper-case(WSDecision) to WSDecision
               go to 3000-EXIT
       end-read
       move CustomerData to WSBeforeImage
       if CpGroupLimit
           move CpNewLimit to GroupCreditLimit
       else
           move CpNewLimit to CreditLimit
       end-if
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
