       >>source format free
identification division.
program-id. docbounce.
environment division.
input-output section.
file-control.
       select BounceFile assign to "MAILBOUNCE.DAT"
           organization is line sequential
           file status is BounceFileStatus.
       copy delivfc.
       copy custfc.
       select BounceReport assign to "DOCBOUNCE.rpt"
           organization is line sequential.
data division.
file section.
fd BounceFile.
01 BounceData. *>the mail interface's undeliverable list, one row per
*>document it could not hand over
       02 BnDate       pic 9(8).
       02 BnIdNum      pic 9(5).
       02 BnDocType    pic x(2).
       02 BnDocNumber  pic 9(6).
       02 BnEmailAddr  pic x(50).
       02 BnReason     pic x(40).
fd DeliveryFile.
       copy delivrec.
fd CustomerFile.
       copy custrec.
fd BounceReport.
01 PrintLine pic x(132).

working-storage section.
01 BounceFileStatus pic x(2) value "00".
       88 BounceFileOk value "00".
       88 BounceFileNotFound value "35".
01 DeliveryFileStatus pic x(2) value "00".
       88 DeliveryFileOk value "00".
       88 DeliveryFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 BounceEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSReadCount pic 9(5) value zero.
01 WSFlaggedCount pic 9(5) value zero.
01 WSStaleCount pic 9(5) value zero.
01 WSCurrentAddr pic x(50).
01 RptHeading pic x(60) value "Email Bounces - Addresses to Correct".
01 RptSubHeading pic x(100).
01 RptColHeads pic x(132) value
       "Bounced   IdNum Customer                        Phone        Doc        Address                         Reason / action".
01 RptDetailLine.
       02 PrnDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnCustID pic 9(5).
       02 filler pic x(1) value space.
       02 PrnCustName pic x(31).
       02 filler pic x(1) value space.
       02 PrnPhone pic x(12).
       02 filler pic x(1) value space.
       02 PrnDocType pic x(2).
       02 filler pic x(1) value space.
       02 PrnDocNumber pic 9(6).
       02 filler pic x(2) value space.
       02 PrnEmailAddr pic x(30).
       02 filler pic x(2) value space.
       02 PrnReason pic x(28).
01 RptActionLine.
       02 filler pic x(75) value space.
       02 PrnAction pic x(57).
01 RptTotalLine.
       02 PrnTotalLabel pic x(40).
       02 PrnTotalCount pic zzz,zz9.

procedure division.
0000-MAINLINE. *>an emailed document that bounced never reached the customer -
*>every bounce lands on a list somebody works to get the address fixed, and
*>the preference is flagged so DOCSEND puts the customer back on paper until
*>DELIVMNT records a good address
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input BounceFile
       if BounceFileNotFound
           display "MAILBOUNCE.DAT not found - no bounces to process"
           close BounceFile
           stop run
       end-if
       open i-o DeliveryFile
       if not DeliveryFileOk
           display "Delivery preference file is in use or missing - try again later"
           close BounceFile, DeliveryFile
           move 1 to return-code
           stop run
       end-if
       open input CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close BounceFile, DeliveryFile
           move 1 to return-code
           stop run
       end-if
       open output BounceReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Run " delimited by size
           WSRunDate delimited by size
           "   reprint each document on paper from its archive and call"
               delimited by size
           " for a good address" delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       perform 1000-PROCESS-ONE-BOUNCE thru 1000-EXIT
           until BounceEndOfFile = 'Y'
       move "Bounces read" to PrnTotalLabel
       move WSReadCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 2 lines
       move "Customers put back on paper" to PrnTotalLabel
       move WSFlaggedCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Address already changed since the send" to PrnTotalLabel
       move WSStaleCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line
       close BounceFile, DeliveryFile, CustomerFile, BounceReport
       display "Email bounces - " WSReadCount " read, " WSFlaggedCount
           " customer(s) back on paper - DOCBOUNCE.rpt"
       stop run.

1000-PROCESS-ONE-BOUNCE.
       read BounceFile
           at end
               move 'Y' to BounceEndOfFile
               go to 1000-EXIT
       end-read
       add 1 to WSReadCount
       move BnDate to PrnDate
       move BnIdNum to PrnCustID
       move BnDocType to PrnDocType
       move BnDocNumber to PrnDocNumber
       move BnEmailAddr to PrnEmailAddr
       move BnReason to PrnReason
       move spaces to PrnCustName, PrnPhone
       move spaces to WSCurrentAddr
       move BnIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move "** not on the customer master **" to PrnCustName
           not invalid key
               move spaces to PrnCustName
               string function trim(FirstName) delimited by size
                   " " delimited by size
                   function trim(LastName) delimited by size
                   into PrnCustName
               end-string
               move Phone to PrnPhone
               move Email to WSCurrentAddr
       end-read
       move BnIdNum to DvIdNum
       read DeliveryFile
           key is DvIdNum
           invalid key
               move "No email preference on file - nothing to flag" to PrnAction
               perform 1500-PRINT-BOUNCE
               go to 1000-EXIT
       end-read
       if DvEmailAddr not = spaces
           move DvEmailAddr to WSCurrentAddr
       end-if
       perform 2000-FLAG-THE-PREFERENCE thru 2000-EXIT
       perform 1500-PRINT-BOUNCE.
1000-EXIT.
       exit.

1500-PRINT-BOUNCE.
       write PrintLine from RptDetailLine after advancing 1 line
       write PrintLine from RptActionLine after advancing 1 line.

2000-FLAG-THE-PREFERENCE. *>a bounce against an address someone has since
*>corrected is history - only a bounce from the address still on file puts
*>the customer back on paper
       if WSCurrentAddr not = BnEmailAddr
           add 1 to WSStaleCount
           move "Address changed since - check the new one took" to PrnAction
           go to 2000-EXIT
       end-if
       if DvAddrBounced
           move "Already on paper - address still to be corrected" to PrnAction
           go to 2000-EXIT
       end-if
       set DvAddrBounced to true
       move BnDate to DvBounceDate
       move BnReason to DvBounceReason
       rewrite DeliveryData
       add 1 to WSFlaggedCount
       move "Back on paper - correct the address in DELIVMNT" to PrnAction.
2000-EXIT.
       exit.
