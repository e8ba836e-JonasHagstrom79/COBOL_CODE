      *> the ATTEND office entry program, counted by its truancy report
      *> and totalled per term onto the transcript TRANSCPT prints -
      *> the paper registers stop being totalled by hand at term end.
      *> Suspension days are written by DISCMNT, not keyed at the roll.
      *>----------------------------------------------------------------
       01 AttendanceData.
           02 AtdKey.
               88 AtdAbsent  value "A".
               88 AtdTardy   value "T".
               88 AtdExcused value "E".
               88 AtdSuspended value "S". *>out of school on suspension
