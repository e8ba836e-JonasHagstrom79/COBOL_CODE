      *>----------------------------------------------------------------
      *> GLRREC - control account reconciliation result (GLRECON.DAT),
      *> one row per control account, rewritten by each GLRECON run and
      *> read back by ARCLOSE for its month-end checklist. Amounts are
      *> in the account's natural sign - debit balances for receivables
      *> and stock, credit balances for the payable.
      *>----------------------------------------------------------------
       01 GlReconData.
           02 GrPeriod      pic 9(6). *>YYYYMM reconciled
           02 GrCloseDate   pic 9(8). *>the as-of date - its last day
           02 GrAccount     pic x(4). *>GLCOA control account
           02 GrLabel       pic x(20).
           02 GrSubledger   pic s9(11)v99.
           02 GrLedger      pic s9(11)v99.
           02 GrDifference  pic s9(11)v99. *>ledger less subledger
           02 GrUnexplained pic s9(11)v99. *>what no source explains -
                                            *>zero is a reconciled account
           02 GrRunDate     pic 9(8).
