               88 CpRejected value "R".
           02 CpDecidedBy   pic x(10).
           02 CpDecideDate  pic 9(8).
           02 CpLimitType   pic x(1). *>G = the GroupCreditLimit on a corporate
                                       *>parent, space = the account's own limit
               88 CpGroupLimit value "G".
