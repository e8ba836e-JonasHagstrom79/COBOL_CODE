      *>----------------------------------------------------------------
      *> ACCJRNL - period-end accrual journal leg (ACCRUALS.DAT). Written
      *> in balanced pairs by the month-end accrual programs - UNBILLED
      *> books shipped-not-billed revenue at the close date and its
      *> reversal dated the first day of the next period, and FXREVAL
      *> the unrealized exchange difference on open foreign receivables
      *> the same way. The fixed-asset entries come through here too:
      *> FADEPR's monthly depreciation and its disposals, and the cost
      *> APVOUCH capitalizes off a capital voucher - those are never
      *> reversed, and neither is REBRUN's monthly true-up of the volume
      *> rebates earned, nor DROPSHIP's cost of a drop-ship line the
      *> vendor confirmed shipping. GLEXTRACT picks the legs up by
      *> position like every other source, under the leg's own date
      *> instead of the business date, and holds a leg dated after
      *> tonight back until its night comes, so the reversal posts
      *> itself with nobody remembering to key it.
      *>----------------------------------------------------------------
       01 AccrualJournalData.
           02 AjPeriod  pic 9(6). *>YYYYMM the accrual belongs to
           02 AjDate    pic 9(8). *>YYYYMMDD the leg posts under
           02 AjAccount pic x(4).
           02 AjDebit   pic 9(9)v99.
           02 AjCredit  pic 9(9)v99.
           02 AjSource  pic x(8). *>UNBILLED accrual, UNBILREV its reversal,
                                   *>FXREVAL revaluation, FXREVREV its reversal,
                                   *>FADEPR, FADISP, FACAP fixed assets,
                                   *>REBATE volume rebates, DROPSHIP cost
                                   *>of vendor-shipped lines
           02 AjRunDate pic 9(8). *>business date of the run that wrote it
