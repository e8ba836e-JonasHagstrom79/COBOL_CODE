       >>source format free
identification division.
program-id. delivmnt.
environment division.
input-output section.
file-control.
       copy delivfc.
       copy custfc.
data division.
file section.
fd DeliveryFile.
       copy delivrec.
fd CustomerFile.
       copy custrec.

working-storage section.
01 DeliveryFileStatus pic x(2) value "00".
       88 DeliveryFileOk value "00".
       88 DeliveryFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 WSMode pic x(1). *>A=add, C=change, I=inquire, X=exit
01 WSDelivCustID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSCustExists pic x(1). *>the CLOSE resets the file status, so the answer lives here
01 WSCustEmail pic x(30).
01 WSPrefValid pic x(1).
01 WSMethod pic x(1).
01 WSEmailAddr pic x(50).
01 WSAtCount pic 9(2).

procedure division.
0000-MAINLINE. *>how each customer wants their statements, invoices and
*>dunning letters - paper, email or both - kept per customer so DOCSEND
*>can route every document run the same way
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "A-Add  C-Change  I-Inquire  X-Exit" with no advancing
       display " "
       display "Select a mode : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-PREFERENCE thru 2000-EXIT
           when 'C' perform 3000-CHANGE-PREFERENCE thru 3000-EXIT
           when 'I' perform 5000-INQUIRE-PREFERENCE thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-PREFERENCE.
       display "Customer IdNum : " with no advancing
       accept WSDelivCustID
       call "CHKDIGIT" using WSDelivCustID, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Customer ID " WSDelivCustID " fails the check-digit test - preference rejected"
           go to 2000-EXIT
       end-if
       perform 6000-CHECK-CUSTOMER-EXISTS thru 6000-EXIT
       if WSCustExists not = 'Y'
           go to 2000-EXIT
       end-if
       open i-o DeliveryFile
       if DeliveryFileNotFound
           close DeliveryFile
           open output DeliveryFile
           close DeliveryFile
           open i-o DeliveryFile
       end-if
       if not DeliveryFileOk
           display "Delivery preference file is in use by another user - try again later"
           close DeliveryFile
           go to 2000-EXIT
       end-if
       move WSDelivCustID to DvIdNum
       read DeliveryFile
           key is DvIdNum
           invalid key continue
           not invalid key
               display "Customer " WSDelivCustID " already has a preference - change it instead"
               close DeliveryFile
               go to 2000-EXIT
       end-read
       perform 2500-ACCEPT-PREFERENCE thru 2500-EXIT
       if WSPrefValid not = 'Y'
           close DeliveryFile
           go to 2000-EXIT
       end-if
       move WSDelivCustID to DvIdNum
       move zero to DvLastSent
       perform 2700-MOVE-PREFERENCE-TO-RECORD
       write DeliveryData
           invalid key display "Preference for customer " WSDelivCustID " could not be added"
           not invalid key display "Preference added for customer " WSDelivCustID
       end-write
       close DeliveryFile.
2000-EXIT.
       continue.

2500-ACCEPT-PREFERENCE. *>an email customer needs somewhere to send to - the
*>customer master Email serves unless another address is keyed here
       move 'N' to WSPrefValid
       display "Deliver by P-Paper, E-Email, B-Both : " with no advancing
       accept WSMethod
       move function upper-case(WSMethod) to WSMethod
       if WSMethod not = 'P' and WSMethod not = 'E' and WSMethod not = 'B'
           display "Delivery must be P, E or B - preference not saved"
           go to 2500-EXIT
       end-if
       move spaces to WSEmailAddr
       if WSMethod = 'P'
           move 'Y' to WSPrefValid
           go to 2500-EXIT
       end-if
       display "Email on the customer master : " WSCustEmail
       display "Send to another address (blank = use the master) : "
           with no advancing
       accept WSEmailAddr
       if WSEmailAddr = spaces and WSCustEmail = spaces
           display "No email address for this customer - preference not saved"
           go to 2500-EXIT
       end-if
       if WSEmailAddr not = spaces
           move zero to WSAtCount
           inspect WSEmailAddr tallying WSAtCount for all "@"
           if WSAtCount not = 1
               display "Address " function trim(WSEmailAddr)
                   " is not an email address - preference not saved"
               go to 2500-EXIT
           end-if
       end-if
       move 'Y' to WSPrefValid.
2500-EXIT.
       exit.

2700-MOVE-PREFERENCE-TO-RECORD. *>a keyed preference is a fresh address -
*>whatever bounced before is taken as fixed
       move WSMethod to DvMethod
       move WSEmailAddr to DvEmailAddr
       set DvAddrGood to true
       move zero to DvBounceDate
       move spaces to DvBounceReason.

3000-CHANGE-PREFERENCE.
       display "Customer IdNum of preference to change : " with no advancing
       accept WSDelivCustID
       perform 6000-CHECK-CUSTOMER-EXISTS thru 6000-EXIT
       if WSCustExists not = 'Y'
           go to 3000-EXIT
       end-if
       perform 7000-OPEN-PREFERENCES thru 7000-EXIT
       if not DeliveryFileOk
           go to 3000-EXIT
       end-if
       move WSDelivCustID to DvIdNum
       read DeliveryFile
           key is DvIdNum
           invalid key
               display "No preference on file for customer " WSDelivCustID
                   " - documents go on paper"
           not invalid key
               display "Current - delivery " DvMethod " address "
                   function trim(DvEmailAddr) " status " DvStatus
               if DvAddrBounced
                   display "Bounced " DvBounceDate " - " DvBounceReason
               end-if
               perform 2500-ACCEPT-PREFERENCE thru 2500-EXIT
               if WSPrefValid = 'Y'
                   perform 2700-MOVE-PREFERENCE-TO-RECORD
                   rewrite DeliveryData
                   display "Preference for customer " WSDelivCustID " changed"
               end-if
       end-read
       close DeliveryFile.
3000-EXIT.
       continue.

5000-INQUIRE-PREFERENCE.
       display "Customer IdNum to inquire : " with no advancing
       accept WSDelivCustID
       open input DeliveryFile
       if DeliveryFileNotFound
           display "No delivery preferences on file yet - everyone gets paper"
           close DeliveryFile
           go to 5000-EXIT
       end-if
       if not DeliveryFileOk
           display "Delivery preference file is in use by another user - try again later"
           close DeliveryFile
           go to 5000-EXIT
       end-if
       move WSDelivCustID to DvIdNum
       read DeliveryFile
           key is DvIdNum
           invalid key display "No preference on file for customer " WSDelivCustID
               " - documents go on paper"
           not invalid key display DeliveryData
       end-read
       close DeliveryFile.
5000-EXIT.
       continue.

6000-CHECK-CUSTOMER-EXISTS. *>a preference for a customer not on the master is a keying error
       move 'N' to WSCustExists
       move spaces to WSCustEmail
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
       move WSDelivCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSDelivCustID " not found - preference rejected"
           not invalid key
               move 'Y' to WSCustExists
               move Email to WSCustEmail
       end-read
       close CustomerFile.
6000-EXIT.
       continue.

7000-OPEN-PREFERENCES.
       open i-o DeliveryFile
       if DeliveryFileNotFound
           display "No delivery preferences on file yet"
           close DeliveryFile
           move "35" to DeliveryFileStatus
           go to 7000-EXIT
       end-if
       if not DeliveryFileOk
           display "Delivery preference file is in use by another user - try again later"
           close DeliveryFile
           move "99" to DeliveryFileStatus
       end-if.
7000-EXIT.
       continue.
