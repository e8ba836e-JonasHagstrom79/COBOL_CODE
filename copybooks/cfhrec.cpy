      *>----------------------------------------------------------------
      *> CFHREC - cash forecast history (CASHFHIST.DAT), the thirteen
      *> weekly rows every CASHFCST run projected, kept under the run's
      *> business date. A rerun the same day replaces that day's rows.
      *> The next run reads back the week that has since closed and
      *> puts the receipts and disbursements it forecast beside what
      *> ARTRANS.DAT and CHKREG.DAT show actually happened.
      *>----------------------------------------------------------------
       01 CashHistData.
           02 CfRunDate   pic 9(8). *>YYYYMMDD business date of the run
           02 CfWeek      pic 9(2). *>01-13
           02 CfWeekStart pic 9(8).
           02 CfWeekEnd   pic 9(8).
           02 CfReceipts  pic 9(9)v99.
           02 CfDisbursed pic 9(9)v99.
           02 CfClosing   pic s9(11)v99. *>projected balance at week end
