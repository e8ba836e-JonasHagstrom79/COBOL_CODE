       >>source format free
identification division.
program-id. custerase.
environment division.
input-output section.
file-control.
       copy ersfc.
       copy custfc.
       copy ordfc.
       copy delivfc.
       copy shipfc.
       select CustAuditFile assign to "CUSTAUDIT.DAT"
           organization is line sequential
           file status is CustAuditFileStatus.
       select CustGenLogFile assign to "CUSTGENLOG.DAT"
           organization is line sequential
           file status is CustGenLogFileStatus.
       select GenerationFile assign to WSGenFileName
           organization is indexed
           access is dynamic
           record key is GenIdNum
           alternate record key is GenLastName with duplicates
           file status is GenerationFileStatus.
       select ManifestFile assign to "ARCHMANIFEST.DAT"
           organization is line sequential
           file status is ManifestFileStatus.
       select ScrubInFile assign to WSScrubFileName
           organization is line sequential
           file status is ScrubInStatus.
       select ScrubOutFile assign to "custerase.tmp"
           organization is line sequential.
data division.
file section.
fd EraseRequestFile.
       copy ersrec.
fd CustomerFile.
       copy custrec.
fd OrderFile.
       copy ordrec.
fd DeliveryFile.
       copy delivrec.
fd ShipToFile.
       copy shiprec.
fd CustAuditFile.
       copy custaud.
fd CustGenLogFile.
       copy genlog.
fd GenerationFile.
01 GenCustomerData. *>a backup generation is a copy of Customer.dat as it was
       02 GenIdNum     pic 9(5).
       02 GenFirstName pic x(15).
       02 GenLastName  pic x(15).
       02 GenAddress   pic x(51).
       02 GenContact   pic x(42).
       02 filler       pic x(24).
fd ManifestFile.
01 ManifestData.
       02 MfType     pic x(1). *>C = customer audit, O = order master
       02 MfArchFile pic x(30).
       02 filler     pic x(37).
fd ScrubInFile.
01 ScrubInLine pic x(437).
fd ScrubOutFile.
01 ScrubOutLine pic x(437).

working-storage section.
01 EraseRequestStatus pic x(2) value "00".
       88 EraseRequestOk value "00".
       88 EraseRequestNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
01 DeliveryFileStatus pic x(2) value "00".
       88 DeliveryFileOk value "00".
01 ShipToFileStatus pic x(2) value "00".
       88 ShipToFileOk value "00".
01 CustAuditFileStatus pic x(2) value "00".
       88 CustAuditFileOk value "00".
01 CustGenLogFileStatus pic x(2) value "00".
       88 CustGenLogFileOk value "00".
01 GenerationFileStatus pic x(2) value "00".
       88 GenerationFileOk value "00".
01 ManifestFileStatus pic x(2) value "00".
       88 ManifestFileOk value "00".
01 ScrubInStatus pic x(2) value "00".
       88 ScrubInOk value "00".
01 RequestEndOfFile pic x(1) value 'N'.
01 OrderEndOfFile pic x(1) value 'N'.
01 GenLogEndOfFile pic x(1) value 'N'.
01 ManifestEndOfFile pic x(1) value 'N'.
01 ScrubEndOfFile pic x(1) value 'N'.
01 ShipToEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>R=record a request, E=erase, W=withdraw, L=list, X=exit
01 WSOperator pic x(10) value spaces.
01 WSSignedOn pic x(1) value 'N'.
01 WSEraseId pic 9(5) value zero.
01 WSEraseIdText redefines WSEraseId pic x(5).
01 WSIdCheckValid pic x(1).
01 WSReference pic x(15).
01 WSReceived pic 9(8).
01 WSConfirmAnswer pic x(1).
01 WSOnMaster pic x(1) value 'N'.
01 WSEligible pic x(1) value 'N'.
01 WSHoldReason pic x(40).
01 WSOpenOrders pic 9(3) value zero.
01 WSMasterBalance pic s9(7)v99 value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSGenFileName pic x(20).
01 WSScrubFileName pic x(30).
01 WSScrubKind pic x(1). *>A audit, J journal, P purge archive, D document
*>send log, M mail queue - the layout the scrub reads each row against
01 WSRowNumber pic 9(7) value zero.
01 WSRowTouched pic x(1).
01 WSFileCount pic 9(7) value zero. *>records erased in the file in hand
01 WSFilesTouched pic 9(3) value zero.
01 WSRecsTouched pic 9(7) value zero.
01 WSListCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
*>replays it on top of a restored generation after a crash
01 WSJrnlImage pic x(250) value spaces.
01 WSErasedImage pic x(200) value spaces.
01 WSImageBefore pic x(200).
*>a customer image from any of the files, decoded against the custrec
*>layout the way AUDINQ decodes the audit images
01 WSEraseImage.
       02 EiIdNum     pic x(5).
       02 EiFirstName pic x(15).
       02 EiLastName  pic x(15).
       02 EiAddress   pic x(51).
       02 EiContact   pic x(42).
       02 filler      pic x(72).
*>the sequential files' rows, mirrored the same way
01 ScrubAudit.
       02 SaTimestamp pic x(21).
       02 SaOperator  pic x(10).
       02 SaAction    pic x(1).
       02 SaIdNum     pic x(5).
       02 SaBefore    pic x(200).
       02 SaAfter     pic x(200).
01 ScrubJournal.
       02 SjTimestamp pic x(21).
       02 SjFileId    pic x(1).
       02 SjAction    pic x(1).
       02 SjImage     pic x(250).
01 ScrubArchive.
       02 SpDate      pic x(8).
       02 SpType      pic x(1).
       02 SpImage     pic x(200).
       copy doclog.
       copy mailq.
       copy rptwreq.
01 CertReportName pic x(20).
01 CertInfoLine pic x(132).
01 CertColumnLine pic x(132) value
       "File                            Record                          Fields erased".
01 CertDetailLine.
       02 PrnFile pic x(30).
       02 filler pic x(2) value space.
       02 PrnLocator pic x(30).
       02 filler pic x(2) value space.
       02 PrnFields pic x(40).
01 CertFileLine.
       02 filler pic x(2) value space.
       02 PrnSumFile pic x(30).
       02 PrnSumCount pic zzzzzz9.
       02 filler pic x(1) value space.
       02 PrnSumNote pic x(50).

procedure division.
0000-MAINLINE. *>the right to be forgotten, carried out everywhere the name
*>lives - the master, the backup generations, the audit trail and its
*>archives, the recovery journal, the purge archive, the document and mail
*>logs, the delivery preference and the ship-to addresses. Names, addresses,
*>phones and email addresses are blanked; IdNums, dates and every amount
*>stay as they were so the books still foot
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Erasure - R-Record request  E-Erase  W-Withdraw  L-List  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'R' perform 2000-RECORD-REQUEST thru 2000-EXIT
           when 'E' perform 3000-ERASE-CUSTOMER thru 3000-EXIT
           when 'W' perform 2500-WITHDRAW-REQUEST thru 2500-EXIT
           when 'L' perform 2800-LIST-REQUESTS thru 2800-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

1100-ACCEPT-CUSTOMER.
       move 'N' to WSIdCheckValid
       display "Customer IdNum : " with no advancing
       accept WSEraseId
       call "CHKDIGIT" using WSEraseId, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Customer ID " WSEraseId " fails the check-digit test"
       end-if.

1200-OPEN-REQUESTS.
       open i-o EraseRequestFile
       if EraseRequestNotFound
           close EraseRequestFile
           open output EraseRequestFile
           close EraseRequestFile
           open i-o EraseRequestFile
       end-if.

1300-CHECK-ELIGIBLE. *>nothing is erased while the customer owes us or we
*>owe them goods - a zero balance and no order short of invoiced or
*>cancelled. A customer already purged from the master passed the
*>zero-balance test on the way out
       move 'N' to WSEligible, WSOnMaster
       move spaces to WSHoldReason
       open input CustomerFile
       if CustFileOk
           move WSEraseId to IdNum
           read CustomerFile
               key is IdNum
               invalid key continue
               not invalid key
                   move 'Y' to WSOnMaster
                   move Balance to WSMasterBalance
           end-read
       end-if
       close CustomerFile
       if WSOnMaster = 'Y' and WSMasterBalance not = zero
           move "balance is not zero" to WSHoldReason
           exit paragraph
       end-if
       move zero to WSOpenOrders
       open input OrderFile
       if OrderFileOk
           move WSEraseId to OrdIdNum
           move 'N' to OrderEndOfFile
           start OrderFile key is = OrdIdNum
               invalid key move 'Y' to OrderEndOfFile
           end-start
           perform 1310-CHECK-ONE-ORDER
               until OrderEndOfFile = 'Y'
       end-if
       close OrderFile
       if WSOpenOrders > zero
           move spaces to WSHoldReason
           string WSOpenOrders delimited by size
               " orders not yet invoiced or cancelled" delimited by size
               into WSHoldReason
           end-string
           exit paragraph
       end-if
       move 'Y' to WSEligible.

1310-CHECK-ONE-ORDER.
       read OrderFile next
           at end
               move 'Y' to OrderEndOfFile
               exit paragraph
       end-read
       if OrdIdNum not = WSEraseId
           move 'Y' to OrderEndOfFile
           exit paragraph
       end-if
       if OrdLineNo = zero and not OrdStatusInvoiced
          and not OrdStatusCancelled
           add 1 to WSOpenOrders
       end-if.

2000-RECORD-REQUEST. *>taken the day the letter arrives, whether or not the
*>account is settled yet - the clock on the request starts then
       perform 1100-ACCEPT-CUSTOMER
       if WSIdCheckValid not = 'Y'
           go to 2000-EXIT
       end-if
       display "Request reference (letter or ticket) : " with no advancing
       accept WSReference
       display "Date received (YYYYMMDD, 0 for today) : " with no advancing
       accept WSReceived
       if WSReceived = zero
           move WSRunDate to WSReceived
       end-if
       perform 1200-OPEN-REQUESTS
       if not EraseRequestOk
           display "Erasure request file is in use by another user - try again later"
           close EraseRequestFile
           go to 2000-EXIT
       end-if
       move WSEraseId to ErIdNum
       read EraseRequestFile
           key is ErIdNum
           invalid key continue
           not invalid key
               display "Customer " WSEraseId " already has a request on file - status "
                   ErStatus " since " ErStatusDate
               close EraseRequestFile
               go to 2000-EXIT
       end-read
       initialize EraseRequestData
       move WSEraseId to ErIdNum
       move WSReference to ErReference
       move WSReceived to ErReceived
       set ErPending to true
       move WSRunDate to ErStatusDate
       move WSOperator to ErOperator
       write EraseRequestData
           invalid key display "Request for " WSEraseId " could not be recorded"
       end-write
       close EraseRequestFile
       perform 1300-CHECK-ELIGIBLE
       if WSOnMaster not = 'Y'
           display "Customer " WSEraseId " is not on the live master - the history"
               " files will still be erased"
       end-if
       if WSEligible = 'Y'
           display "Request recorded - the account is settled, erase when ready"
       else
           display "Request recorded - on hold until settled: "
               function trim(WSHoldReason)
       end-if.
2000-EXIT.
       continue.

2500-WITHDRAW-REQUEST.
       perform 1100-ACCEPT-CUSTOMER
       if WSIdCheckValid not = 'Y'
           go to 2500-EXIT
       end-if
       perform 1200-OPEN-REQUESTS
       move WSEraseId to ErIdNum
       read EraseRequestFile
           key is ErIdNum
           invalid key
               display "No erasure request on file for " WSEraseId
               close EraseRequestFile
               go to 2500-EXIT
       end-read
       if not ErPending
           display "Request for " WSEraseId " is not pending - status " ErStatus
           close EraseRequestFile
           go to 2500-EXIT
       end-if
       set ErWithdrawn to true
       move WSRunDate to ErStatusDate
       move WSOperator to ErOperator
       rewrite EraseRequestData
       close EraseRequestFile
       display "Request for " WSEraseId " withdrawn".
2500-EXIT.
       continue.

2800-LIST-REQUESTS.
       open input EraseRequestFile
       if not EraseRequestOk
           display "No erasure requests on file"
           close EraseRequestFile
           go to 2800-EXIT
       end-if
       move zero to WSListCount
       move 'N' to RequestEndOfFile
       perform 2850-LIST-ONE-REQUEST until RequestEndOfFile = 'Y'
       close EraseRequestFile
       display WSListCount " requests on file".
2800-EXIT.
       continue.

2850-LIST-ONE-REQUEST.
       read EraseRequestFile next
           at end
               move 'Y' to RequestEndOfFile
               exit paragraph
       end-read
       add 1 to WSListCount
       evaluate true
           when ErPending
               display ErIdNum "  " ErReference "  received " ErReceived
                   "  PENDING  " function trim(ErHoldReason)
           when ErErased
               display ErIdNum "  " ErReference "  received " ErReceived
                   "  ERASED " ErStatusDate " by " ErOperator
                   "  " ErRecsTouched " records, " ErCertificate
           when ErWithdrawn
               display ErIdNum "  " ErReference "  received " ErReceived
                   "  WITHDRAWN " ErStatusDate
       end-evaluate.

3000-ERASE-CUSTOMER.
       perform 1100-ACCEPT-CUSTOMER
       if WSIdCheckValid not = 'Y'
           go to 3000-EXIT
       end-if
       perform 1200-OPEN-REQUESTS
       move WSEraseId to ErIdNum
       read EraseRequestFile
           key is ErIdNum
           invalid key
               display "No erasure request on file for " WSEraseId
                   " - record the request first"
               close EraseRequestFile
               go to 3000-EXIT
       end-read
       if not ErPending
           display "Request for " WSEraseId " is not pending - status " ErStatus
           close EraseRequestFile
           go to 3000-EXIT
       end-if
       move ErReference to WSReference
       move ErReceived to WSReceived
       close EraseRequestFile
       perform 1300-CHECK-ELIGIBLE
       if WSEligible not = 'Y'
           display "Customer " WSEraseId " cannot be erased yet - "
               function trim(WSHoldReason)
           perform 3900-HOLD-REQUEST
           go to 3000-EXIT
       end-if
       display "Erase the name, address and contact details of customer "
           WSEraseId " from every file? This cannot be undone (Y/N) : "
           with no advancing
       accept WSConfirmAnswer
       move function upper-case(WSConfirmAnswer) to WSConfirmAnswer
       if WSConfirmAnswer not = 'Y'
           display "Erasure cancelled - nothing changed"
           go to 3000-EXIT
       end-if
       move zero to WSFilesTouched, WSRecsTouched
       perform 3100-OPEN-CERTIFICATE
       perform 4000-ERASE-MASTER thru 4000-EXIT
       perform 4200-ERASE-GENERATIONS thru 4200-EXIT
       move "CUSTAUDIT.DAT" to WSScrubFileName
       move 'A' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT
       perform 4400-ERASE-ARCHIVE-RUNS thru 4400-EXIT
       move "MSTJRNL.DAT" to WSScrubFileName
       move 'J' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT
       move "CUSTARCHIVE.DAT" to WSScrubFileName
       move 'P' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT
       move "DOCSEND.DAT" to WSScrubFileName
       move 'D' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT
       move "MAILQUEUE.DAT" to WSScrubFileName
       move 'M' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT
       perform 4600-ERASE-DELIVERY thru 4600-EXIT
       perform 4700-ERASE-SHIP-TO thru 4700-EXIT
       perform 4900-WRITE-AUDIT-ERASE
       perform 3200-CLOSE-CERTIFICATE
       perform 1200-OPEN-REQUESTS
       move WSEraseId to ErIdNum
       read EraseRequestFile
           key is ErIdNum
           invalid key continue
           not invalid key
               set ErErased to true
               move WSRunDate to ErStatusDate
               move WSOperator to ErOperator
               move spaces to ErHoldReason
               move WSFilesTouched to ErFilesTouched
               move WSRecsTouched to ErRecsTouched
               move CertReportName to ErCertificate
               rewrite EraseRequestData
       end-read
       close EraseRequestFile
       display "Customer " WSEraseId " erased - " WSRecsTouched " records in "
           WSFilesTouched " files, certificate on " function trim(CertReportName).
3000-EXIT.
       continue.

3100-OPEN-CERTIFICATE. *>one certificate per customer, named for the IdNum,
*>so it can be handed to the customer and kept with the request
       move spaces to CertReportName
       string "ERASE" delimited by size
           WSEraseIdText delimited by size
           ".rpt" delimited by size
           into CertReportName
       end-string
       set RwActionOpen to true
       move CertReportName to RwReportName
       move "Personal-data erasure certificate" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to CertInfoLine
       string "Customer IdNum " delimited by size
           WSEraseIdText delimited by size
           "   request " delimited by size
           WSReference delimited by size
           "   received " delimited by size
           WSReceived delimited by size
           into CertInfoLine
       end-string
       perform 6000-PRINT-INFO-LINE
       move spaces to CertInfoLine
       string "Erased " delimited by size
           WSRunDate delimited by size
           " by operator " delimited by size
           WSOperator delimited by size
           into CertInfoLine
       end-string
       perform 6000-PRINT-INFO-LINE
       move "Name, street, city, state, zip, phone and email are blanked; the last name reads ERASED."
           to CertInfoLine
       perform 6000-PRINT-INFO-LINE
       move "IdNums, dates, statuses and every amount are left as they were for the books."
           to CertInfoLine
       perform 6000-PRINT-INFO-LINE
       set RwActionDetail to true
       move CertColumnLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

3200-CLOSE-CERTIFICATE.
       move spaces to CertInfoLine
       string "Files touched " delimited by size
           WSFilesTouched delimited by size
           "   records erased " delimited by size
           WSRecsTouched delimited by size
           into CertInfoLine
       end-string
       set RwActionDetail to true
       move CertInfoLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSRecsTouched to RwRecordCount
       move "records erased" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.

3900-HOLD-REQUEST. *>the reason stays on the request for the L listing
       perform 1200-OPEN-REQUESTS
       move WSEraseId to ErIdNum
       read EraseRequestFile
           key is ErIdNum
           invalid key continue
           not invalid key
               move WSHoldReason to ErHoldReason
               rewrite EraseRequestData
       end-read
       close EraseRequestFile.

4000-ERASE-MASTER. *>the rewrite is journalled like any other master change,
*>so a forward recovery replays the erasure, never the old name
       move zero to WSFileCount
       move "Customer.dat" to PrnSumFile
       if WSOnMaster not = 'Y'
           move "not on the live master - purged earlier" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           go to 4000-EXIT
       end-if
       open i-o CustomerFile
       if not CustFileOk
           move "in use - RERUN the erasure" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           close CustomerFile
           go to 4000-EXIT
       end-if
       move WSEraseId to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move "not on the live master" to PrnSumNote
           not invalid key
               move CustomerData to WSEraseImage
               perform 8000-BLANK-IMAGE
               move WSEraseImage to CustomerData
               set CustInactive to true
               rewrite CustomerData
               move CustomerData to WSErasedImage
               move spaces to WSJrnlImage
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
               move "Customer.dat" to PrnFile
               move spaces to PrnLocator
               string "IdNum " delimited by size
                   WSEraseIdText delimited by size
                   into PrnLocator
               end-string
               move "name, address, contact; set inactive" to PrnFields
               perform 6100-PRINT-RECORD-LINE
               move spaces to PrnSumNote
       end-read
       close CustomerFile
       perform 6200-PRINT-FILE-SUMMARY.
4000-EXIT.
       continue.

4200-ERASE-GENERATIONS. *>every generation still in the catalog - a restore
*>must not bring the name back
       open input CustGenLogFile
       if not CustGenLogFileOk
           move "CUSTGENLOG.DAT" to PrnSumFile
           move zero to WSFileCount
           move "no backup generations in the catalog" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           close CustGenLogFile
           go to 4200-EXIT
       end-if
       move 'N' to GenLogEndOfFile
       perform 4300-ERASE-ONE-GENERATION until GenLogEndOfFile = 'Y'
       close CustGenLogFile.
4200-EXIT.
       continue.

4300-ERASE-ONE-GENERATION.
       read CustGenLogFile
           at end
               move 'Y' to GenLogEndOfFile
               exit paragraph
       end-read
       move spaces to WSGenFileName
       string "Customer.dat.G" delimited by size
           GlGenNum delimited by size
           into WSGenFileName
       end-string
       move zero to WSFileCount
       move WSGenFileName to PrnSumFile
       move spaces to PrnSumNote
       open i-o GenerationFile
       if not GenerationFileOk
           move spaces to PrnSumNote
           string "could not be opened - status " delimited by size
               GenerationFileStatus delimited by size
               " - erase by hand" delimited by size
               into PrnSumNote
           end-string
           perform 6200-PRINT-FILE-SUMMARY
           close GenerationFile
           exit paragraph
       end-if
       move WSEraseId to GenIdNum
       read GenerationFile
           key is GenIdNum
           invalid key continue
           not invalid key
               move GenCustomerData to WSEraseImage
               move WSEraseImage to WSImageBefore
               perform 8000-BLANK-IMAGE
               if WSEraseImage not = WSImageBefore
                   move WSEraseImage to GenCustomerData
                   rewrite GenCustomerData
                   move WSGenFileName to PrnFile
                   move spaces to PrnLocator
                   string "IdNum " delimited by size
                       WSEraseIdText delimited by size
                       into PrnLocator
                   end-string
                   move "name, address, contact" to PrnFields
                   perform 6100-PRINT-RECORD-LINE
               end-if
       end-read
       close GenerationFile
       perform 6200-PRINT-FILE-SUMMARY.

4400-ERASE-ARCHIVE-RUNS. *>the customer-audit archives ARCHRUN cut - the same
*>layout as CUSTAUDIT.DAT, named on the manifest
       open input ManifestFile
       if not ManifestFileOk
           close ManifestFile
           go to 4400-EXIT
       end-if
       move 'N' to ManifestEndOfFile
       perform 4500-ERASE-ONE-ARCHIVE until ManifestEndOfFile = 'Y'
       close ManifestFile.
4400-EXIT.
       continue.

4500-ERASE-ONE-ARCHIVE.
       read ManifestFile
           at end
               move 'Y' to ManifestEndOfFile
               exit paragraph
       end-read
       if MfType not = 'C'
           exit paragraph
       end-if
       move MfArchFile to WSScrubFileName
       move 'A' to WSScrubKind
       perform 7000-SCRUB-SEQUENTIAL-FILE thru 7000-EXIT.

4600-ERASE-DELIVERY. *>the email address goes and the documents go back to
*>paper - there is nowhere else left to send them
       move zero to WSFileCount
       move "CUSTDELIV.DAT" to PrnSumFile
       move spaces to PrnSumNote
       open i-o DeliveryFile
       if not DeliveryFileOk
           move "not on file" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           close DeliveryFile
           go to 4600-EXIT
       end-if
       move WSEraseId to DvIdNum
       read DeliveryFile
           key is DvIdNum
           invalid key continue
           not invalid key
               move spaces to DvEmailAddr, DvBounceReason
               set DvPaper to true
               rewrite DeliveryData
               move "CUSTDELIV.DAT" to PrnFile
               move spaces to PrnLocator
               string "IdNum " delimited by size
                   WSEraseIdText delimited by size
                   into PrnLocator
               end-string
               move "email address; method set to paper" to PrnFields
               perform 6100-PRINT-RECORD-LINE
       end-read
       close DeliveryFile
       perform 6200-PRINT-FILE-SUMMARY.
4600-EXIT.
       continue.

4700-ERASE-SHIP-TO. *>every branch address on file for the customer
       move zero to WSFileCount
       move "SHIPTO.DAT" to PrnSumFile
       move spaces to PrnSumNote
       open i-o ShipToFile
       if not ShipToFileOk
           move "not on file" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           close ShipToFile
           go to 4700-EXIT
       end-if
       move WSEraseId to StIdNum
       move low-values to StCode
       move 'N' to ShipToEndOfFile
       start ShipToFile key is >= StKey
           invalid key move 'Y' to ShipToEndOfFile
       end-start
       perform 4750-ERASE-ONE-SHIP-TO until ShipToEndOfFile = 'Y'
       close ShipToFile
       perform 6200-PRINT-FILE-SUMMARY.
4700-EXIT.
       continue.

4750-ERASE-ONE-SHIP-TO.
       read ShipToFile next
           at end
               move 'Y' to ShipToEndOfFile
               exit paragraph
       end-read
       if StIdNum not = WSEraseId
           move 'Y' to ShipToEndOfFile
           exit paragraph
       end-if
       if StName = spaces and StStreet = spaces and StCity = spaces
           exit paragraph
       end-if
       move spaces to StName, StStreet, StCity, StState, StZip
       rewrite ShipToData
       move "SHIPTO.DAT" to PrnFile
       move spaces to PrnLocator
       string "IdNum " delimited by size
           WSEraseIdText delimited by size
           " branch " delimited by size
           StCode delimited by size
           into PrnLocator
       end-string
       move "branch name and address" to PrnFields
       perform 6100-PRINT-RECORD-LINE.

4900-WRITE-AUDIT-ERASE. *>the audit trail shows the erasure happened and who
*>did it - both images are the erased record, never the old one
       move function current-date to AudTimestamp
       move WSOperator to AudOperator
       set AudActionErase to true
       move WSEraseId to AudIdNum
       move WSErasedImage to AudBeforeImage
       move WSErasedImage to AudAfterImage
       open extend CustAuditFile
       if not CustAuditFileOk
           open output CustAuditFile
       end-if
       write CustAuditData
       close CustAuditFile.

6000-PRINT-INFO-LINE.
       set RwActionDetail to true
       move CertInfoLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

6100-PRINT-RECORD-LINE.
       add 1 to WSFileCount
       add 1 to WSRecsTouched
       set RwActionDetail to true
       move CertDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

6200-PRINT-FILE-SUMMARY. *>every file checked gets a line, touched or not, so
*>the certificate shows where the search went as well as what it found
       if WSFileCount > zero
           add 1 to WSFilesTouched
       end-if
       move WSFileCount to PrnSumCount
       if PrnSumNote = spaces
           move "records erased" to PrnSumNote
       end-if
       set RwActionDetail to true
       move CertFileLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

7000-SCRUB-SEQUENTIAL-FILE. *>the line-sequential files are copied through a
*>work file with the customer's rows blanked on the way, then copied back -
*>the same row count in the same order, so the GL extract's row cursors and
*>the archive manifest counts still hold
       move zero to WSFileCount, WSRowNumber
       move WSScrubFileName to PrnSumFile
       move spaces to PrnSumNote
       open input ScrubInFile
       if not ScrubInOk
           move "not on file" to PrnSumNote
           perform 6200-PRINT-FILE-SUMMARY
           close ScrubInFile
           go to 7000-EXIT
       end-if
       open output ScrubOutFile
       move 'N' to ScrubEndOfFile
       perform 7100-SCRUB-ONE-ROW until ScrubEndOfFile = 'Y'
       close ScrubInFile, ScrubOutFile
       if WSFileCount > zero
           call "CBL_COPY_FILE" using "custerase.tmp", WSScrubFileName, WSCopyFlags
               returning WSCopyReturnCode
           if WSCopyReturnCode not = 0
               move "COPY BACK FAILED - erased copy left in custerase.tmp"
                   to PrnSumNote
               perform 6200-PRINT-FILE-SUMMARY
               go to 7000-EXIT
           end-if
       end-if
       call "CBL_DELETE_FILE" using "custerase.tmp"
       perform 6200-PRINT-FILE-SUMMARY.
7000-EXIT.
       continue.

7100-SCRUB-ONE-ROW.
       read ScrubInFile
           at end
               move 'Y' to ScrubEndOfFile
               exit paragraph
       end-read
       add 1 to WSRowNumber
       move 'N' to WSRowTouched
       evaluate WSScrubKind
           when 'A' perform 7200-SCRUB-AUDIT-ROW
           when 'J' perform 7300-SCRUB-JOURNAL-ROW
           when 'P' perform 7400-SCRUB-ARCHIVE-ROW
           when 'D' perform 7500-SCRUB-DOCLOG-ROW
           when 'M' perform 7600-SCRUB-MAILQ-ROW
       end-evaluate
       if WSRowTouched = 'Y'
           move WSScrubFileName to PrnFile
           perform 6100-PRINT-RECORD-LINE
       end-if
       write ScrubOutLine from ScrubInLine.

7200-SCRUB-AUDIT-ROW. *>either image may carry the customer - a merge or a
*>restore can leave one customer's image under another's IdNum
       move ScrubInLine to ScrubAudit
       if SaBefore(1:5) = WSEraseIdText
           move SaBefore to WSEraseImage
           move WSEraseImage to WSImageBefore
           perform 8000-BLANK-IMAGE
           if WSEraseImage not = WSImageBefore
               move WSEraseImage to SaBefore
               move 'Y' to WSRowTouched
           end-if
       end-if
       if SaAfter(1:5) = WSEraseIdText
           move SaAfter to WSEraseImage
           move WSEraseImage to WSImageBefore
           perform 8000-BLANK-IMAGE
           if WSEraseImage not = WSImageBefore
               move WSEraseImage to SaAfter
               move 'Y' to WSRowTouched
           end-if
       end-if
       if WSRowTouched = 'Y'
           move ScrubAudit to ScrubInLine
           move spaces to PrnLocator
           string "row " delimited by size
               WSRowNumber delimited by size
               " at " delimited by size
               SaTimestamp(1:14) delimited by size
               into PrnLocator
           end-string
           move "before/after image name, address, contact" to PrnFields
       end-if.

7300-SCRUB-JOURNAL-ROW.
       move ScrubInLine to ScrubJournal
       if SjFileId not = 'C' or SjImage(1:5) not = WSEraseIdText
           exit paragraph
       end-if
       move SjImage(1:200) to WSEraseImage
       move WSEraseImage to WSImageBefore
       perform 8000-BLANK-IMAGE
       if WSEraseImage = WSImageBefore
           exit paragraph
       end-if
       move WSEraseImage to SjImage(1:200)
       move ScrubJournal to ScrubInLine
       move 'Y' to WSRowTouched
       move spaces to PrnLocator
       string "row " delimited by size
           WSRowNumber delimited by size
           " at " delimited by size
           SjTimestamp(1:14) delimited by size
           into PrnLocator
       end-string
       move "journalled image name, address, contact" to PrnFields.

7400-SCRUB-ARCHIVE-ROW. *>the purged master images - the AR rows beside them
*>carry no name
       move ScrubInLine to ScrubArchive
       if SpType not = 'C' or SpImage(1:5) not = WSEraseIdText
           exit paragraph
       end-if
       move SpImage to WSEraseImage
       move WSEraseImage to WSImageBefore
       perform 8000-BLANK-IMAGE
       if WSEraseImage = WSImageBefore
           exit paragraph
       end-if
       move WSEraseImage to SpImage
       move ScrubArchive to ScrubInLine
       move 'Y' to WSRowTouched
       move spaces to PrnLocator
       string "row " delimited by size
           WSRowNumber delimited by size
           " purged " delimited by size
           SpDate delimited by size
           into PrnLocator
       end-string
       move "archived image name, address, contact" to PrnFields.

7500-SCRUB-DOCLOG-ROW.
       move ScrubInLine to DocLogData
       if DlIdNum not = WSEraseId or DlEmailAddr = spaces
           exit paragraph
       end-if
       move spaces to DlEmailAddr
       move DocLogData to ScrubInLine
       move 'Y' to WSRowTouched
       move spaces to PrnLocator
       string "row " delimited by size
           WSRowNumber delimited by size
           " " delimited by size
           DlDocType delimited by size
           " " delimited by size
           DlDocNumber delimited by size
           into PrnLocator
       end-string
       move "email address" to PrnFields.

7600-SCRUB-MAILQ-ROW.
       move ScrubInLine to MailQueueData
       if MqIdNum not = WSEraseId or MqEmailAddr = spaces
           exit paragraph
       end-if
       move spaces to MqEmailAddr
       move MailQueueData to ScrubInLine
       move 'Y' to WSRowTouched
       move spaces to PrnLocator
       string "row " delimited by size
           WSRowNumber delimited by size
           " " delimited by size
           MqDocType delimited by size
           " " delimited by size
           MqDocNumber delimited by size
           into PrnLocator
       end-string
       move "email address" to PrnFields.

8000-BLANK-IMAGE. *>the one place the erased shape is decided - the last name
*>reads ERASED so the record still makes sense on a name lookup
       move spaces to EiFirstName, EiAddress, EiContact
       move "ERASED" to EiLastName.
