      *>----------------------------------------------------------------
      *> CWREC - collections worklist row (COLWORK.DAT), rebuilt each
      *> night by COLWORK highest priority first. The score weighs the
      *> money past due, how old the oldest of it is, and the PAYPERF
      *> days-to-pay trend; a broken promise adds to it.
      *>----------------------------------------------------------------
       01 WorkListData.
           02 CwScore        pic 9(4).
           02 CwIdNum        pic 9(5).
           02 CwPastDue      pic 9(8)v99. *>open items past their due date
           02 CwOldestDays   pic 9(5). *>days the oldest unpaid item is past due
           02 CwAvgDays      pic 9(3). *>PAYPERF days to pay, zero = unrated
           02 CwTrend        pic x(1).
           02 CwLastCall     pic 9(8).
           02 CwPromiseStatus pic x(1).
