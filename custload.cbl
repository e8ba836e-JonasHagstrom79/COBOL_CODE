               move space to BillingCycle
               move "USD" to CurrencyCode
               move space to AbcClass
               move zero to ParentId, GroupCreditLimit
               move space to BillAtParent
               move spaces to TermsCode
               write CustomerData
                   invalid key
                       add 1 to WSRejectedCount
