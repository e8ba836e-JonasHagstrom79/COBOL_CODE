       >>source format free
identification division.
program-id. edirun.
environment division.
input-output section.
file-control.
       copy tpfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select EdiLogFile assign to "EDILOG.DAT"
           organization is line sequential
           file status is EdiLogFileStatus.
       select EdiRunReport assign to "EDIRUN.rpt"
           organization is line sequential.
data division.
file section.
fd PartnerFile.
       copy tprec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd InvRegisterFile.
       copy invreg.
fd ShipmentFile.
       copy shipcnf.
fd EdiLogFile.
       copy edilog.
fd EdiRunReport.
01 PrintLine pic x(100).

working-storage section.
01 PartnerFileStatus pic x(2) value "00".
       88 PartnerFileOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
01 EdiLogFileStatus pic x(2) value "00".
       88 EdiLogFileOk value "00".
01 WSEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSPartnerCount pic 9(3) value zero.
01 WSPartnerTable. *>the active partners, and what went to each this run
       02 WSPartnerEntry occurs 200 times.
           03 WSPtIdNum     pic 9(5).
           03 WSPtPartnerId pic x(15).
           03 WSPtInvoices  pic x(1).
           03 WSPtAsn       pic x(1).
           03 WSPtSent810   pic 9(5).
           03 WSPtSent856   pic 9(5).
01 WSPartnerIndex pic 9(3) value zero.
01 WSPartnerAt pic 9(3) value zero.
01 WSSentCount pic 9(4) value zero.
01 WSSentTable. *>originals already on EDILOG.DAT - a rerun of the night
*>never sends the same document twice
       02 WSSentEntry occurs 3000 times.
           03 WSSentType    pic x(3).
           03 WSSentNumber  pic 9(6).
           03 WSSentDocDate pic 9(8).
01 WSSentIndex pic 9(4) value zero.
01 WSAlreadySent pic x(1).
01 WSTotal810 pic 9(5) value zero.
01 WSTotal856 pic 9(5) value zero.
01 WSSkippedCount pic 9(5) value zero.
01 WSFailedCount pic 9(5) value zero.
       copy edireq.
01 RptHeading pic x(60) value "EDI Outbound Control Log".
01 RptSubHeading pic x(60).
01 RptColHeads pic x(100) value
       "IdNum Partner         Doc  Number  Doc date  Control    Segs  File / result".
01 RptDetailLine.
       02 PrnCustID pic 9(5).
       02 filler pic x(1) value space.
       02 PrnPartnerId pic x(15).
       02 filler pic x(1) value space.
       02 PrnDocType pic x(3).
       02 filler pic x(2) value space.
       02 PrnDocNumber pic 9(6).
       02 filler pic x(2) value space.
       02 PrnDocDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnControl pic 9(9).
       02 filler pic x(2) value space.
       02 PrnSegments pic zzzz9.
       02 filler pic x(2) value space.
       02 PrnResult pic x(36).
01 RptPartnerHeads pic x(100) value
       "IdNum Partner         810 invoices  856 ship notices".
01 RptPartnerLine.
       02 PrnPtIdNum pic 9(5).
       02 filler pic x(1) value space.
       02 PrnPtPartnerId pic x(15).
       02 filler pic x(1) value space.
       02 PrnPt810 pic zz,zz9.
       02 filler pic x(8) value space.
       02 PrnPt856 pic zz,zz9.
01 RptTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.

procedure division.
0000-MAINLINE. *>the business date's invoices and shipments, turned into 810
*>invoices and 856 ship notices for every customer set up as a trading
*>partner - the same data that prints on paper, sent the way the big
*>accounts' receiving systems want it
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       perform 0500-LOAD-PARTNERS
       if WSPartnerCount = zero
           display "No active trading partners on EDIPART.DAT - nothing to send"
           stop run
       end-if
       perform 0700-LOAD-SENT-DOCUMENTS
       open output EdiRunReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Business date " delimited by size
           WSRunDate delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       open input InvRegisterFile
       if InvRegisterFileOk
           move 'N' to WSEndOfFile
           perform 1000-SEND-ONE-INVOICE thru 1000-EXIT until WSEndOfFile = 'Y'
       end-if
       close InvRegisterFile
       open input ShipmentFile
       if ShipmentFileOk
           move 'N' to WSEndOfFile
           perform 2000-SEND-ONE-SHIPMENT thru 2000-EXIT until WSEndOfFile = 'Y'
       end-if
       close ShipmentFile
       perform 5000-PRINT-PARTNER-TOTALS
       close EdiRunReport
       display "EDI run " WSRunDate " - " WSTotal810 " invoice(s), " WSTotal856
           " ship notice(s) sent, " WSFailedCount " failed - EDIRUN.rpt"
       if WSFailedCount > zero
           move 1 to return-code
       end-if
       stop run.

0100-GET-BUSINESS-DATE.
       open input BusDateFile
       if BusDateFileOk
           read BusDateFile
               at end continue
               not at end
                   if BusDateLine is numeric and BusDateLine > zero
                       move BusDateLine to WSRunDate
                   end-if
           end-read
       end-if
       close BusDateFile.

0500-LOAD-PARTNERS.
       move zero to WSPartnerCount
       open input PartnerFile
       if PartnerFileOk
           move 'N' to WSEndOfFile
           perform 0550-LOAD-ONE-PARTNER until WSEndOfFile = 'Y'
       end-if
       close PartnerFile.

0550-LOAD-ONE-PARTNER.
       read PartnerFile next
           at end move 'Y' to WSEndOfFile
           not at end
               if TpActive and WSPartnerCount < 200
                   add 1 to WSPartnerCount
                   move TpIdNum to WSPtIdNum(WSPartnerCount)
                   move TpPartnerId to WSPtPartnerId(WSPartnerCount)
                   move TpSendInvoices to WSPtInvoices(WSPartnerCount)
                   move TpSendAsn to WSPtAsn(WSPartnerCount)
                   move zero to WSPtSent810(WSPartnerCount)
                   move zero to WSPtSent856(WSPartnerCount)
               end-if
       end-read.

0700-LOAD-SENT-DOCUMENTS.
       move zero to WSSentCount
       open input EdiLogFile
       if EdiLogFileOk
           move 'N' to WSEndOfFile
           perform 0750-LOAD-ONE-SENT until WSEndOfFile = 'Y'
       end-if
       close EdiLogFile.

0750-LOAD-ONE-SENT.
       read EdiLogFile
           at end move 'Y' to WSEndOfFile
           not at end
               if ElOriginal and WSSentCount < 3000
                   add 1 to WSSentCount
                   move ElDocType to WSSentType(WSSentCount)
                   move ElDocNumber to WSSentNumber(WSSentCount)
                   move ElDocDate to WSSentDocDate(WSSentCount)
               end-if
       end-read.

1000-SEND-ONE-INVOICE.
       read InvRegisterFile
           at end
               move 'Y' to WSEndOfFile
               go to 1000-EXIT
       end-read
       if IrDate not = WSRunDate or IrVoided
           go to 1000-EXIT
       end-if
       move IrIdNum to PrnCustID
       perform 3000-FIND-PARTNER
       if WSPartnerAt = zero
           go to 1000-EXIT
       end-if
       if WSPtInvoices(WSPartnerAt) not = 'Y'
           go to 1000-EXIT
       end-if
       move "810" to EgDocType
       move IrInvoiceNum to EgDocNumber
       move IrDate to EgShipDate
       perform 3500-CHECK-ALREADY-SENT
       if WSAlreadySent = 'Y'
           add 1 to WSSkippedCount
           go to 1000-EXIT
       end-if
       move zero to EgShipDate
       perform 4000-CALL-THE-BUILDER
       if EgSent
           add 1 to WSPtSent810(WSPartnerAt)
           add 1 to WSTotal810
       end-if.
1000-EXIT.
       exit.

2000-SEND-ONE-SHIPMENT.
       read ShipmentFile
           at end
               move 'Y' to WSEndOfFile
               go to 2000-EXIT
       end-read
       if SnShipDate not = WSRunDate
           go to 2000-EXIT
       end-if
       move SnIdNum to PrnCustID
       perform 3000-FIND-PARTNER
       if WSPartnerAt = zero
           go to 2000-EXIT
       end-if
       if WSPtAsn(WSPartnerAt) not = 'Y'
           go to 2000-EXIT
       end-if
       move "856" to EgDocType
       move SnOrdNumber to EgDocNumber
       move SnShipDate to EgShipDate
       perform 3500-CHECK-ALREADY-SENT
       if WSAlreadySent = 'Y'
           add 1 to WSSkippedCount
           go to 2000-EXIT
       end-if
       perform 4000-CALL-THE-BUILDER
       if EgSent
           add 1 to WSPtSent856(WSPartnerAt)
           add 1 to WSTotal856
       end-if.
2000-EXIT.
       exit.

3000-FIND-PARTNER.
       move zero to WSPartnerAt
       perform 3100-TEST-ONE-PARTNER varying WSPartnerIndex from 1 by 1
           until WSPartnerIndex > WSPartnerCount or WSPartnerAt > zero.

3100-TEST-ONE-PARTNER.
       if WSPtIdNum(WSPartnerIndex) = PrnCustID
           move WSPartnerIndex to WSPartnerAt
       end-if.

3500-CHECK-ALREADY-SENT. *>EgShipDate carries the document's own date here
       move 'N' to WSAlreadySent
       perform 3600-TEST-ONE-SENT varying WSSentIndex from 1 by 1
           until WSSentIndex > WSSentCount or WSAlreadySent = 'Y'.

3600-TEST-ONE-SENT.
       if WSSentType(WSSentIndex) = EgDocType
          and WSSentNumber(WSSentIndex) = EgDocNumber
          and WSSentDocDate(WSSentIndex) = EgShipDate
           move 'Y' to WSAlreadySent
       end-if.

4000-CALL-THE-BUILDER.
       move WSRunDate to EgRunDate
       move 'N' to EgResend
       call "EDIGEN" using EdiGenRequest
       move WSPtPartnerId(WSPartnerAt) to PrnPartnerId
       move EgDocType to PrnDocType
       move EgDocNumber to PrnDocNumber
       move WSRunDate to PrnDocDate
       move EgControl to PrnControl
       move EgSegments to PrnSegments
       if EgSent
           move EgFileName to PrnResult
       else
           add 1 to WSFailedCount
           move EgMessage to PrnResult
       end-if
       write PrintLine from RptDetailLine after advancing 1 line.

5000-PRINT-PARTNER-TOTALS.
       write PrintLine from RptPartnerHeads after advancing 3 lines
       perform 5100-PRINT-ONE-PARTNER varying WSPartnerIndex from 1 by 1
           until WSPartnerIndex > WSPartnerCount
       move "810 invoices sent" to PrnTotalLabel
       move WSTotal810 to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 2 lines
       move "856 ship notices sent" to PrnTotalLabel
       move WSTotal856 to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Already sent, not repeated" to PrnTotalLabel
       move WSSkippedCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line
       move "Failed - see the lines above" to PrnTotalLabel
       move WSFailedCount to PrnTotalCount
       write PrintLine from RptTotalLine after advancing 1 line.

5100-PRINT-ONE-PARTNER.
       move WSPtIdNum(WSPartnerIndex) to PrnPtIdNum
       move WSPtPartnerId(WSPartnerIndex) to PrnPtPartnerId
       move WSPtSent810(WSPartnerIndex) to PrnPt810
       move WSPtSent856(WSPartnerIndex) to PrnPt856
       write PrintLine from RptPartnerLine after advancing 1 line.
