fd CustomerFile.
       copy custrec.
fd OldCustomerFile.
01 OldCustomerData. *>the layout Customer.dat carried before the corporate
*>parent link, group credit limit, bill-at-parent flag and payment terms
*>joined the record - an indexed file will not open once the record grows,
*>so the rows come across here instead
       02 OIdNum    pic 9(5).
       02 OCustName.
           03 OFirstName pic x(15).
       02 OCustStatus  pic x(1).
       02 OCreditLimit pic 9(7)v99.
       02 OBalance     pic s9(7)v99.
       02 OCurrencyCode pic x(3).
       02 OBillingCycle pic x(1).
       02 OAbcClass pic x(1).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old Customer.dat to CUSTOLD.DAT, run this once, and every customer comes
*>across with its currency, billing cycle and ABC class as they were and the
*>new fields defaulted: a stand-alone account with no group limit, billed on
*>its own account, on the standard terms - blank, due on receipt, so every
*>account ages exactly as it did before
       open input OldCustomerFile
       if OldCustomerNotFound
           display "CUSTOLD.DAT not found - rename the old Customer.dat to"
       move OCustStatus to CustStatus
       move OCreditLimit to CreditLimit
       move OBalance to Balance
       move OCurrencyCode to CurrencyCode
       move OBillingCycle to BillingCycle
       move OAbcClass to AbcClass
       move zero to ParentId, GroupCreditLimit
       move space to BillAtParent
       move spaces to TermsCode
       write CustomerData
           invalid key display "Customer " OIdNum " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
