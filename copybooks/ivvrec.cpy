      *>----------------------------------------------------------------
      *> IVVREC - stock and order verification result (INVVERI.DAT),
      *> one row rewritten by each INVVERI run and read by DASHBRD for
      *> its clean-run line. The run date lets the dashboard tell a
      *> clean pass tonight from a stale one left over from an earlier
      *> night the step did not run.
      *>----------------------------------------------------------------
       01 InvVerifyData.
           02 IvRunDate        pic 9(8). *>YYYYMMDD business date verified
           02 IvResult         pic x(1).
               88 IvCleanPass  value "C".
               88 IvFailed     value "F".
           02 IvExceptionCount pic 9(5).
           02 IvProductCount   pic 9(7).
           02 IvOrderLineCount pic 9(7).
