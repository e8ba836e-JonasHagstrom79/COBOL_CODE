      *>----------------------------------------------------------------
      *> TERMREC - payment terms table (TERMS.DAT), one row per terms
      *> code. Keyed in TERMMNT and read back by GETTERMS, so a new set
      *> of terms is a data change, never a recompile - append-only like
      *> EXCHRATE.DAT, a later row for the same code replaces the
      *> earlier one. A customer whose TermsCode is spaces is due on
      *> receipt with no discount.
      *>----------------------------------------------------------------
       01 TermsData.
           02 TmCode        pic x(8). *>NET30, 2/10N30, NET60 ...
           02 TmNetDays     pic 9(3). *>days from the invoice date to due
           02 TmDiscPct     pic 9(2)v99. *>early-payment discount percent,
                                          *>zero = no discount offered
           02 TmDiscDays    pic 9(3). *>days from the invoice date the
                                       *>discount may still be taken
           02 TmDescription pic x(30).
