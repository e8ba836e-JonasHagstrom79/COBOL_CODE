       >>source format free
identification division.
program-id. achmand.
environment division.
input-output section.
file-control.
       copy mandfc.
       copy custfc.
data division.
file section.
fd MandateFile.
       copy mandrec.
fd CustomerFile.
       copy custrec.

working-storage section.
01 MandateFileStatus pic x(2) value "00".
       88 MandateFileOk value "00".
       88 MandateFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 WSMode pic x(1). *>A=add, C=change, R=reinstate, V=revoke, I=inquire, X=exit
01 WSMandCustID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSCustExists pic x(1). *>the CLOSE resets the file status, so the answer lives here
01 WSTermsValid pic x(1).
01 WSRouting pic 9(9).
01 WSRoutingDigits redefines WSRouting.
       02 WSRtDigit pic 9(1) occurs 9 times.
01 WSRoutingSum pic 9(4).
01 WSRoutingRem pic 9(4).
01 WSAccount pic x(17).
01 WSAcctType pic x(1).
01 WSAuthDate pic 9(8).
01 WSScope pic x(1).
01 WSMaxDebit pic 9(7)v99.

procedure division.
0000-MAINLINE. *>the customer's signed direct-debit authority, kept per
*>customer so ACHRUN knows whose bank to draw on and for what
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "A-Add  C-Change  R-Reinstate  V-Revoke  I-Inquire  X-Exit" with no advancing
       display " "
       display "Select a mode : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-MANDATE thru 2000-EXIT
           when 'C' perform 3000-CHANGE-MANDATE thru 3000-EXIT
           when 'R' perform 4000-REINSTATE-MANDATE thru 4000-EXIT
           when 'V' perform 4500-REVOKE-MANDATE thru 4500-EXIT
           when 'I' perform 5000-INQUIRE-MANDATE thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-MANDATE.
       display "Customer IdNum : " with no advancing
       accept WSMandCustID
       call "CHKDIGIT" using WSMandCustID, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Customer ID " WSMandCustID " fails the check-digit test - mandate rejected"
           go to 2000-EXIT
       end-if
       perform 6000-CHECK-CUSTOMER-EXISTS thru 6000-EXIT
       if WSCustExists not = 'Y'
           go to 2000-EXIT
       end-if
       open i-o MandateFile
       if MandateFileNotFound
           close MandateFile
           open output MandateFile
           close MandateFile
           open i-o MandateFile
       end-if
       if not MandateFileOk
           display "Mandate file is in use by another user - try again later"
           close MandateFile
           go to 2000-EXIT
       end-if
       move WSMandCustID to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key continue
           not invalid key
               display "Customer " WSMandCustID " already has a mandate - change it instead"
               close MandateFile
               go to 2000-EXIT
       end-read
       perform 2500-ACCEPT-MANDATE-TERMS thru 2500-EXIT
       if WSTermsValid not = 'Y'
           close MandateFile
           go to 2000-EXIT
       end-if
       move WSMandCustID to MdIdNum
       perform 2700-MOVE-TERMS-TO-RECORD
       write MandateData
           invalid key display "Mandate for customer " WSMandCustID " could not be added"
           not invalid key display "Mandate added for customer " WSMandCustID
       end-write
       close MandateFile.
2000-EXIT.
       continue.

2500-ACCEPT-MANDATE-TERMS. *>a routing number that fails the ABA check digit
*>would only come back from the bank as R04 a week later - catch it here
       move 'N' to WSTermsValid
       display "Bank routing number : " with no advancing
       accept WSRouting
       perform 2600-CHECK-ROUTING-DIGIT
       if WSRoutingRem not = zero or WSRouting = zero
           display "Routing number " WSRouting " fails the ABA check digit - mandate not saved"
           go to 2500-EXIT
       end-if
       display "Bank account number : " with no advancing
       accept WSAccount
       if WSAccount = spaces
           display "An account number is needed - mandate not saved"
           go to 2500-EXIT
       end-if
       display "C-Checking or S-Savings : " with no advancing
       accept WSAcctType
       move function upper-case(WSAcctType) to WSAcctType
       if WSAcctType not = 'C' and WSAcctType not = 'S'
           display "Account type must be C or S - mandate not saved"
           go to 2500-EXIT
       end-if
       display "Date authorization signed (YYYYMMDD) : " with no advancing
       accept WSAuthDate
       if WSAuthDate = zero
           display "The signed date is needed - mandate not saved"
           go to 2500-EXIT
       end-if
       display "Draw I-Invoices as due, P-Plan installments, B-Both : "
           with no advancing
       accept WSScope
       move function upper-case(WSScope) to WSScope
       if WSScope not = 'I' and WSScope not = 'P' and WSScope not = 'B'
           display "Scope must be I, P or B - mandate not saved"
           go to 2500-EXIT
       end-if
       display "Most to draw in one run (0 = no limit) : " with no advancing
       accept WSMaxDebit
       move 'Y' to WSTermsValid.
2500-EXIT.
       exit.

2600-CHECK-ROUTING-DIGIT. *>weights 3 7 1 across the nine digits, the sum must
*>come out a multiple of ten
       compute WSRoutingSum =
           3 * (WSRtDigit(1) + WSRtDigit(4) + WSRtDigit(7))
           + 7 * (WSRtDigit(2) + WSRtDigit(5) + WSRtDigit(8))
           + WSRtDigit(3) + WSRtDigit(6) + WSRtDigit(9)
       divide WSRoutingSum by 10 giving WSRoutingSum remainder WSRoutingRem.

2700-MOVE-TERMS-TO-RECORD. *>new or changed bank details start the mandate clean
       move WSRouting to MdRouting
       move WSAccount to MdAccount
       move WSAcctType to MdAcctType
       move WSAuthDate to MdAuthDate
       move WSScope to MdScope
       move WSMaxDebit to MdMaxDebit
       set MdActive to true
       move zero to MdReturnCount, MdReturnDate, MdLastDebit
       move spaces to MdLastReturn.

3000-CHANGE-MANDATE.
       display "Customer IdNum of mandate to change : " with no advancing
       accept WSMandCustID
       perform 7000-OPEN-MANDATES thru 7000-EXIT
       if not MandateFileOk
           go to 3000-EXIT
       end-if
       move WSMandCustID to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key
               display "No mandate on file for customer " WSMandCustID
           not invalid key
               display "Current - routing " MdRouting " account " MdAccount
                   " type " MdAcctType " scope " MdScope " status " MdStatus
               perform 2500-ACCEPT-MANDATE-TERMS thru 2500-EXIT
               if WSTermsValid = 'Y'
                   perform 2700-MOVE-TERMS-TO-RECORD
                   rewrite MandateData
                   display "Mandate for customer " WSMandCustID " changed"
               end-if
       end-read
       close MandateFile.
3000-EXIT.
       continue.

4000-REINSTATE-MANDATE. *>after a return the customer has fixed their account -
*>the same bank details go live again from the next run
       display "Customer IdNum of mandate to reinstate : " with no advancing
       accept WSMandCustID
       perform 7000-OPEN-MANDATES thru 7000-EXIT
       if not MandateFileOk
           go to 4000-EXIT
       end-if
       move WSMandCustID to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key
               display "No mandate on file for customer " WSMandCustID
           not invalid key
               if MdSuspended
                   set MdActive to true
                   move zero to MdReturnCount
                   rewrite MandateData
                   display "Mandate for customer " WSMandCustID " reinstated"
               else
                   display "Mandate for customer " WSMandCustID
                       " is not suspended - status " MdStatus
               end-if
       end-read
       close MandateFile.
4000-EXIT.
       continue.

4500-REVOKE-MANDATE. *>the row stays for the record of what was authorized
       display "Customer IdNum of mandate to revoke : " with no advancing
       accept WSMandCustID
       perform 7000-OPEN-MANDATES thru 7000-EXIT
       if not MandateFileOk
           go to 4500-EXIT
       end-if
       move WSMandCustID to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key
               display "No mandate on file for customer " WSMandCustID
           not invalid key
               set MdRevoked to true
               rewrite MandateData
               display "Mandate for customer " WSMandCustID " revoked"
       end-read
       close MandateFile.
4500-EXIT.
       continue.

5000-INQUIRE-MANDATE.
       display "Customer IdNum to inquire : " with no advancing
       accept WSMandCustID
       open input MandateFile
       if MandateFileNotFound
           display "No mandates on file yet"
           close MandateFile
           go to 5000-EXIT
       end-if
       if not MandateFileOk
           display "Mandate file is in use by another user - try again later"
           close MandateFile
           go to 5000-EXIT
       end-if
       move WSMandCustID to MdIdNum
       read MandateFile
           key is MdIdNum
           invalid key display "No mandate on file for customer " WSMandCustID
           not invalid key display MandateData
       end-read
       close MandateFile.
5000-EXIT.
       continue.

6000-CHECK-CUSTOMER-EXISTS. *>a mandate for a customer not on the master is a keying error
       move 'N' to WSCustExists
       open input CustomerFile
       if CustFileNotFound
           display "No customers on file yet"
           close CustomerFile
           go to 6000-EXIT
       end-if
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close CustomerFile
           go to 6000-EXIT
       end-if
       move WSMandCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSMandCustID " not found - mandate rejected"
           not invalid key
               move 'Y' to WSCustExists
       end-read
       close CustomerFile.
6000-EXIT.
       continue.

7000-OPEN-MANDATES.
       open i-o MandateFile
       if MandateFileNotFound
           display "No mandates on file yet"
           close MandateFile
           move "35" to MandateFileStatus
           go to 7000-EXIT
       end-if
       if not MandateFileOk
           display "Mandate file is in use by another user - try again later"
           close MandateFile
           move "99" to MandateFileStatus
       end-if.
7000-EXIT.
       continue.
