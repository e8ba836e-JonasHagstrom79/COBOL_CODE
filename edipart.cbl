       >>source format free
identification division.
program-id. edipart.
environment division.
input-output section.
file-control.
       copy tpfc.
       copy custfc.
data division.
file section.
fd PartnerFile.
       copy tprec.
fd CustomerFile.
       copy custrec.

working-storage section.
01 PartnerFileStatus pic x(2) value "00".
       88 PartnerFileOk value "00".
       88 PartnerFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 WSMode pic x(1). *>A=add, C=change, H=hold, R=release, I=inquire, X=exit
01 WSPartCustID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSCustExists pic x(1). *>the CLOSE resets the file status, so the answer lives here
01 WSSetupValid pic x(1).
01 WSQualifier pic x(2).
01 WSPartnerId pic x(15).
01 WSGroupId pic x(15).
01 WSSendInvoices pic x(1).
01 WSSendAsn pic x(1).

procedure division.
0000-MAINLINE. *>the customers who take their invoices and ship notices by
*>EDI - who they are on the network and which documents EDIRUN sends them
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "A-Add  C-Change  H-Hold  R-Release  I-Inquire  X-Exit" with no advancing
       display " "
       display "Select a mode : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-PARTNER thru 2000-EXIT
           when 'C' perform 3000-CHANGE-PARTNER thru 3000-EXIT
           when 'H' perform 4000-HOLD-PARTNER thru 4000-EXIT
           when 'R' perform 4000-HOLD-PARTNER thru 4000-EXIT
           when 'I' perform 5000-INQUIRE-PARTNER thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-PARTNER.
       display "Customer IdNum : " with no advancing
       accept WSPartCustID
       call "CHKDIGIT" using WSPartCustID, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Customer ID " WSPartCustID " fails the check-digit test - partner rejected"
           go to 2000-EXIT
       end-if
       perform 6000-CHECK-CUSTOMER-EXISTS thru 6000-EXIT
       if WSCustExists not = 'Y'
           go to 2000-EXIT
       end-if
       open i-o PartnerFile
       if PartnerFileNotFound
           close PartnerFile
           open output PartnerFile
           close PartnerFile
           open i-o PartnerFile
       end-if
       if not PartnerFileOk
           display "Trading-partner file is in use by another user - try again later"
           close PartnerFile
           go to 2000-EXIT
       end-if
       move WSPartCustID to TpIdNum
       read PartnerFile
           key is TpIdNum
           invalid key continue
           not invalid key
               display "Customer " WSPartCustID " is already a partner - change it instead"
               close PartnerFile
               go to 2000-EXIT
       end-read
       perform 2500-ACCEPT-PARTNER-SETUP thru 2500-EXIT
       if WSSetupValid not = 'Y'
           close PartnerFile
           go to 2000-EXIT
       end-if
       move WSPartCustID to TpIdNum
       perform 2700-MOVE-SETUP-TO-RECORD
       set TpActive to true
       move zero to TpLastControl, TpLastSent
       write PartnerData
           invalid key display "Partner for customer " WSPartCustID " could not be added"
           not invalid key display "Partner added for customer " WSPartCustID
       end-write
       close PartnerFile.
2000-EXIT.
       continue.

2500-ACCEPT-PARTNER-SETUP.
       move 'N' to WSSetupValid
       display "ISA qualifier (ZZ, 01, 12) : " with no advancing
       accept WSQualifier
       move function upper-case(WSQualifier) to WSQualifier
       if WSQualifier not = "ZZ" and WSQualifier not = "01" and WSQualifier not = "12"
           display "Qualifier must be ZZ, 01 or 12 - partner not saved"
           go to 2500-EXIT
       end-if
       display "Partner ISA receiver id : " with no advancing
       accept WSPartnerId
       move function upper-case(WSPartnerId) to WSPartnerId
       if WSPartnerId = spaces
           display "A receiver id is needed - partner not saved"
           go to 2500-EXIT
       end-if
       display "Partner GS application code (blank = receiver id) : " with no advancing
       accept WSGroupId
       move function upper-case(WSGroupId) to WSGroupId
       if WSGroupId = spaces
           move WSPartnerId to WSGroupId
       end-if
       display "Send 810 invoices (Y/N) : " with no advancing
       accept WSSendInvoices
       move function upper-case(WSSendInvoices) to WSSendInvoices
       display "Send 856 ship notices (Y/N) : " with no advancing
       accept WSSendAsn
       move function upper-case(WSSendAsn) to WSSendAsn
       if WSSendInvoices not = 'Y'
           move 'N' to WSSendInvoices
       end-if
       if WSSendAsn not = 'Y'
           move 'N' to WSSendAsn
       end-if
       if WSSendInvoices = 'N' and WSSendAsn = 'N'
           display "A partner must take at least one document - partner not saved"
           go to 2500-EXIT
       end-if
       move 'Y' to WSSetupValid.
2500-EXIT.
       exit.

2700-MOVE-SETUP-TO-RECORD.
       move WSQualifier to TpQualifier
       move WSPartnerId to TpPartnerId
       move WSGroupId to TpGroupId
       move WSSendInvoices to TpSendInvoices
       move WSSendAsn to TpSendAsn.

3000-CHANGE-PARTNER. *>the control number carries on - the partner's
*>translator must never see one repeated
       display "Customer IdNum of partner to change : " with no advancing
       accept WSPartCustID
       perform 7000-OPEN-PARTNERS thru 7000-EXIT
       if not PartnerFileOk
           go to 3000-EXIT
       end-if
       move WSPartCustID to TpIdNum
       read PartnerFile
           key is TpIdNum
           invalid key
               display "Customer " WSPartCustID " is not a trading partner"
           not invalid key
               display "Current - " TpQualifier "/" TpPartnerId " group " TpGroupId
                   " 810 " TpSendInvoices " 856 " TpSendAsn " status " TpStatus
               perform 2500-ACCEPT-PARTNER-SETUP thru 2500-EXIT
               if WSSetupValid = 'Y'
                   perform 2700-MOVE-SETUP-TO-RECORD
                   rewrite PartnerData
                   display "Partner for customer " WSPartCustID " changed"
               end-if
       end-read
       close PartnerFile.
3000-EXIT.
       continue.

4000-HOLD-PARTNER. *>H stops everything going to a partner while their
*>side is down; R lets it flow again
       display "Customer IdNum of partner : " with no advancing
       accept WSPartCustID
       perform 7000-OPEN-PARTNERS thru 7000-EXIT
       if not PartnerFileOk
           go to 4000-EXIT
       end-if
       move WSPartCustID to TpIdNum
       read PartnerFile
           key is TpIdNum
           invalid key
               display "Customer " WSPartCustID " is not a trading partner"
           not invalid key
               if WSMode = 'H'
                   set TpOnHold to true
                   display "Partner " WSPartCustID " on hold"
               else
                   set TpActive to true
                   display "Partner " WSPartCustID " released"
               end-if
               rewrite PartnerData
       end-read
       close PartnerFile.
4000-EXIT.
       continue.

5000-INQUIRE-PARTNER.
       display "Customer IdNum to inquire : " with no advancing
       accept WSPartCustID
       open input PartnerFile
       if PartnerFileNotFound
           display "No trading partners on file yet"
           close PartnerFile
           go to 5000-EXIT
       end-if
       if not PartnerFileOk
           display "Trading-partner file is in use by another user - try again later"
           close PartnerFile
           go to 5000-EXIT
       end-if
       move WSPartCustID to TpIdNum
       read PartnerFile
           key is TpIdNum
           invalid key display "Customer " WSPartCustID " is not a trading partner"
           not invalid key display PartnerData
       end-read
       close PartnerFile.
5000-EXIT.
       continue.

6000-CHECK-CUSTOMER-EXISTS.
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
       move WSPartCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSPartCustID " not found - partner rejected"
           not invalid key
               move 'Y' to WSCustExists
       end-read
       close CustomerFile.
6000-EXIT.
       continue.

7000-OPEN-PARTNERS.
       open i-o PartnerFile
       if PartnerFileNotFound
           display "No trading partners on file yet"
           close PartnerFile
           move "35" to PartnerFileStatus
           go to 7000-EXIT
       end-if
       if not PartnerFileOk
           display "Trading-partner file is in use by another user - try again later"
           close PartnerFile
           move "99" to PartnerFileStatus
       end-if.
7000-EXIT.
       continue.
