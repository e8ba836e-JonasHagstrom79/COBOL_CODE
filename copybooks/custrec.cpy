               88 AbcClassA value "A".
               88 AbcClassB value "B".
               88 AbcClassC value "C".
           02 ParentId pic 9(5). *>IdNum of the corporate parent this account
                                  *>is a branch of - zero stands alone. One
                                  *>level only: a parent is never itself a
                                  *>branch of another account
           02 GroupCreditLimit pic 9(7)v99. *>on a parent - the ceiling for the
                                             *>parent and every branch under it
                                             *>together, checked at order entry
                                             *>alongside each account's own
                                             *>limit; zero = no group limit
           02 BillAtParent pic x(1). *>P on a branch - its orders are invoiced
                                      *>and reported as its own sales, but the
                                      *>receivable posts to the parent's
                                      *>account and the parent pays it
               88 BillsAtParent value "P".
           02 TermsCode pic x(8). *>TERMS.DAT payment terms the account is
                                   *>invoiced on - NET30, 2/10N30 ... ;
                                   *>spaces = due on receipt
