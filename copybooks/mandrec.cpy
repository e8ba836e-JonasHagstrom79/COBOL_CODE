      *>----------------------------------------------------------------
      *> MANDREC - direct-debit mandate record (ACHMAND.DAT). The
      *> customer's signed authority to pull payments from their bank
      *> account: where to pull from, when they signed, and what the
      *> authority covers - invoices as they fall due, payment-plan
      *> installments, or both. ACHRUN draws against active mandates on
      *> each business date; ACHRET stops a mandate when the bank sends
      *> a debit back, and ACHMAND reinstates it once the customer has
      *> put things right.
      *>----------------------------------------------------------------
       01 MandateData.
           02 MdIdNum      pic 9(5).
           02 MdRouting    pic 9(9). *>ABA routing number of the customer's
                                      *>bank, check digit in the ninth place
           02 MdAccount    pic x(17). *>their account number at that bank
           02 MdAcctType   pic x(1).
               88 MdChecking value "C".
               88 MdSavings  value "S".
           02 MdAuthDate   pic 9(8). *>YYYYMMDD the authorization was signed -
                                      *>nothing due before it is drawn
           02 MdScope      pic x(1).
               88 MdScopeInvoices value "I". *>open invoices once due
               88 MdScopePlan     value "P". *>PAYPLAN installments only
               88 MdScopeBoth     value "B".
           02 MdMaxDebit   pic 9(7)v99. *>the most one run may draw, zero = no
                                         *>limit the customer asked for
           02 MdStatus     pic x(1).
               88 MdActive    value "A".
               88 MdSuspended value "S". *>stopped after a bank return
               88 MdRevoked   value "R". *>the customer withdrew the authority
           02 MdReturnCount pic 9(2). *>returns since the mandate was last
                                       *>set up or reinstated
           02 MdLastReturn  pic x(3). *>bank return reason code, R01 etc.
           02 MdReturnDate  pic 9(8).
           02 MdLastDebit   pic 9(8). *>business date of the last draw
