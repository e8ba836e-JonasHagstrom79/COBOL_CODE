      *>----------------------------------------------------------------
      *> CAPWREC - capacity warning row (CAPWATCH.DAT), rewritten each
      *> night by CAPWATCH and read by DASHBRD. One row for every
      *> in-memory table at or over the warning percentage of its
      *> limit, and one NEXT row naming the table the growth trend says
      *> will fill soonest - the rest are on CAPWATCH.rpt.
      *>----------------------------------------------------------------
       01 CapWatchData.
           02 CpFlag      pic x(4).
               88 CpFull    value "FULL". *>at the limit - loading truncates
               88 CpWarn    value "WARN". *>at or over the warning percentage
               88 CpNext    value "NEXT". *>soonest to fill on the trend
           02 CpProgram   pic x(12).
           02 CpTable     pic x(24).
           02 CpLimit     pic 9(5).
           02 CpCount     pic 9(7).
           02 CpPct       pic 9(3).
           02 CpFullMonth pic 9(6). *>YYYYMM the trend reaches the limit,
                                     *>zero = not growing
