       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EDIGEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy tpfc.
       copy custfc.
       copy ordfc.
       SELECT InvRegisterFile ASSIGN TO "INVREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterFileStatus.
       SELECT InvArchiveFile ASSIGN TO "INVARCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvArchiveFileStatus.
       SELECT ShipmentFile ASSIGN TO "SHIPMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipmentFileStatus.
       SELECT EdiOutFile ASSIGN TO WSEdiFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EdiOutFileStatus.
       SELECT EdiLogFile ASSIGN TO "EDILOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EdiLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD PartnerFile.
       copy tprec.
FD CustomerFile.
       copy custrec.
FD OrderFile.
       copy ordrec.
FD InvRegisterFile.
       copy invreg.
FD InvArchiveFile.
01 InvArchiveData.
       02 IaInvoiceNum PIC 9(6).
       02 IaText       PIC X(60).
FD ShipmentFile.
       copy shipcnf.
FD EdiOutFile.
01 EdiOutLine PIC X(200).
FD EdiLogFile.
       copy edilog.
WORKING-STORAGE SECTION.
       01 PartnerFileStatus PIC X(2) VALUE "00".
           88 PartnerFileOk VALUE "00".
       01 CustomerFileStatus PIC X(2) VALUE "00".
           88 CustFileOk VALUE "00".
       01 OrderFileStatus PIC X(2) VALUE "00".
           88 OrderFileOk VALUE "00".
       01 InvRegisterFileStatus PIC X(2) VALUE "00".
           88 InvRegisterFileOk VALUE "00".
       01 InvArchiveFileStatus PIC X(2) VALUE "00".
           88 InvArchiveFileOk VALUE "00".
       01 ShipmentFileStatus PIC X(2) VALUE "00".
           88 ShipmentFileOk VALUE "00".
       01 EdiOutFileStatus PIC X(2) VALUE "00".
           88 EdiOutFileOk VALUE "00".
       01 EdiLogFileStatus PIC X(2) VALUE "00".
           88 EdiLogFileOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSEdiFileName PIC X(30) VALUE SPACES.
       01 WSCurrentDate PIC X(21).
       01 WSSenderId PIC X(15) VALUE "HAGSTROM".
       01 WSSenderGroup PIC X(15) VALUE "HAGSTROM".
       01 WSPartnerId PIC X(15).
       01 WSQualifier PIC X(2).
       01 WSGroupId PIC X(15).
       01 WSFunctionId PIC X(2).
       01 WSDocDate PIC 9(8).
       01 WSFound PIC X(1).
       01 WSCustName PIC X(31).
       01 WSCustStreet PIC X(25).
       01 WSCustCity PIC X(15).
       01 WSCustState PIC X(2).
       01 WSCustZip PIC X(9).
       01 WSCustPO PIC X(15).
       01 WSPoOrder PIC 9(6).
       01 WSInvSubtotal PIC 9(8)V99.
       01 WSInvVat PIC 9(8)V99.
       01 WSInvTotal PIC 9(8)V99.
       01 WSInvFreight PIC 9(6)V99.
       01 WSInvCurrency PIC X(3).
       01 WSShipCarrier PIC X(10).
       01 WSShipTracking PIC X(20).
       01 WSShipCartons PIC 9(3).
       01 WSSegment PIC X(200).
       01 WSSegCount PIC 9(5) VALUE ZERO.
       01 WSLineCount PIC 9(5) VALUE ZERO.
       01 WSHlCount PIC 9(5) VALUE ZERO.
       01 WSControlText PIC 9(9).
       01 WSGroupControl PIC Z(8)9.
       01 WSNumEdit PIC Z(8)9.
       01 WSQtyEdit PIC Z(4)9.
       01 WSAmtEdit PIC Z(7)9.99.
       01 WSEntityCode PIC X(2).
       01 WSCents PIC 9(10).
       01 WSArchLine. *>an archived product line, as INVOICE and CONSINV print it
           02 FILLER      PIC X(2).
           02 AlProduct   PIC X(5).
           02 AlMarkQty   PIC X(3).
           02 AlQty       PIC 9(5).
           02 AlMarkPrice PIC X(4).
           02 AlPrice     PIC 9(5)V99.
           02 FILLER      PIC X(14).
           02 AlMarkOrder PIC X(9).
           02 AlOrder     PIC 9(6).
           02 FILLER      PIC X(5).
       01 WSGroupLine REDEFINES WSArchLine. *>CONSINV's order heading line
           02 AgMark      PIC X(12).
           02 AgOrder     PIC 9(6).
           02 FILLER      PIC X(42).
LINKAGE SECTION.
       copy edireq.
PROCEDURE DIVISION USING EdiGenRequest.
*>one builder for both documents and both callers - the nightly run and a
*>resend by number produce the same interchange from the same files, and
*>only the control number and the log row say which was which
       MOVE SPACES TO EgResult, EgFileName, EgMessage
       MOVE ZERO TO EgIdNum, EgControl, EgSegments
       MOVE FUNCTION CURRENT-DATE TO WSCurrentDate
       EVALUATE TRUE
           WHEN EgDocInvoice PERFORM BuildTheInvoice
           WHEN EgDocAsn     PERFORM BuildTheShipNotice
           WHEN OTHER
               SET EgNotFound TO TRUE
               MOVE "document type must be 810 or 856" TO EgMessage
       END-EVALUATE
       GOBACK.

BuildTheInvoice.
       PERFORM FindTheInvoice
       IF WSFound NOT = 'Y'
           SET EgNotFound TO TRUE
           MOVE "invoice not on INVREG.DAT, or voided" TO EgMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckThePartner
       IF EgNotPartner
           EXIT PARAGRAPH
       END-IF
       PERFORM GetTheCustomer
       MOVE ZERO TO WSPoOrder
       MOVE SPACES TO WSCustPO
       PERFORM FindInvoiceOrder
       IF WSPoOrder NOT = ZERO
           PERFORM GetThePurchaseOrder
       END-IF
       MOVE "IN" TO WSFunctionId
       PERFORM DrawControlNumber
       PERFORM OpenTheInterchange
       IF EgFailed
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSSegment
       STRING "ST*810*0001~" DELIMITED BY SIZE INTO WSSegment END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "BIG*" DELIMITED BY SIZE
           WSDocDate DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           EgDocNumber DELIMITED BY SIZE
           "**" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustPO) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       IF WSInvCurrency NOT = SPACES AND WSInvCurrency NOT = "USD"
           MOVE SPACES TO WSSegment
           STRING "CUR*SE*" DELIMITED BY SIZE
               WSInvCurrency DELIMITED BY SIZE
               "~" DELIMITED BY SIZE
               INTO WSSegment
           END-STRING
           PERFORM PutSegment
       END-IF
       MOVE "BT" TO WSEntityCode
       PERFORM PutNameAndAddress
       MOVE ZERO TO WSLineCount
       OPEN INPUT InvArchiveFile
       IF InvArchiveFileOk
           MOVE 'N' TO WSEndOfFile
           PERFORM PutOneInvoiceLine UNTIL WSEndOfFile = 'Y'
       END-IF
       CLOSE InvArchiveFile
       COMPUTE WSCents = WSInvTotal * 100
       MOVE WSCents TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "TDS*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       IF WSInvVat > ZERO
           MOVE WSInvVat TO WSAmtEdit
           MOVE SPACES TO WSSegment
           STRING "TXI*VA*" DELIMITED BY SIZE
               FUNCTION TRIM(WSAmtEdit) DELIMITED BY SIZE
               "~" DELIMITED BY SIZE
               INTO WSSegment
           END-STRING
           PERFORM PutSegment
       END-IF
       IF WSInvFreight > ZERO
           COMPUTE WSCents = WSInvFreight * 100
           MOVE WSCents TO WSNumEdit
           MOVE SPACES TO WSSegment
           STRING "SAC*C*D240***" DELIMITED BY SIZE
               FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
               "~" DELIMITED BY SIZE
               INTO WSSegment
           END-STRING
           PERFORM PutSegment
       END-IF
       MOVE WSLineCount TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "CTT*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       PERFORM CloseTheInterchange.

FindTheInvoice.
       MOVE 'N' TO WSFound
       OPEN INPUT InvRegisterFile
       IF InvRegisterFileOk
           MOVE 'N' TO WSEndOfFile
           PERFORM MatchOneRegisterRow UNTIL WSEndOfFile = 'Y'
       END-IF
       CLOSE InvRegisterFile.

MatchOneRegisterRow.
       READ InvRegisterFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF IrInvoiceNum = EgDocNumber AND NOT IrVoided
                   MOVE 'Y' TO WSFound
                   MOVE IrIdNum TO EgIdNum
                   MOVE IrDate TO WSDocDate
                   MOVE IrSubtotal TO WSInvSubtotal
                   MOVE IrVatAmount TO WSInvVat
                   MOVE IrGrandTotal TO WSInvTotal
                   MOVE IrFreight TO WSInvFreight
                   MOVE IrCurrency TO WSInvCurrency
                   MOVE 'Y' TO WSEndOfFile
               END-IF
       END-READ.

FindInvoiceOrder. *>the first order the invoice billed carries the PO the
*>partner matches the invoice against
       OPEN INPUT InvArchiveFile
       IF InvArchiveFileOk
           MOVE 'N' TO WSEndOfFile
           PERFORM NoteOneInvoiceOrder UNTIL WSEndOfFile = 'Y'
       END-IF
       CLOSE InvArchiveFile.

NoteOneInvoiceOrder.
       READ InvArchiveFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF IaInvoiceNum = EgDocNumber
                   MOVE IaText TO WSArchLine
                   IF AlMarkOrder = "  (order " AND AlOrder IS NUMERIC
                       MOVE AlOrder TO WSPoOrder
                       MOVE 'Y' TO WSEndOfFile
                   END-IF
                   IF AgMark = "  --- Order " AND AgOrder IS NUMERIC
                       MOVE AgOrder TO WSPoOrder
                       MOVE 'Y' TO WSEndOfFile
                   END-IF
               END-IF
       END-READ.

PutOneInvoiceLine.
       READ InvArchiveFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF IaInvoiceNum = EgDocNumber
                   MOVE IaText TO WSArchLine
                   IF AlMarkQty = "  x" AND AlMarkPrice = "  @ "
                      AND AlQty IS NUMERIC AND AlPrice IS NUMERIC
                       ADD 1 TO WSLineCount
                       MOVE WSLineCount TO WSNumEdit
                       MOVE AlQty TO WSQtyEdit
                       MOVE AlPrice TO WSAmtEdit
                       MOVE SPACES TO WSSegment
                       STRING "IT1*" DELIMITED BY SIZE
                           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
                           "*" DELIMITED BY SIZE
                           FUNCTION TRIM(WSQtyEdit) DELIMITED BY SIZE
                           "*EA*" DELIMITED BY SIZE
                           FUNCTION TRIM(WSAmtEdit) DELIMITED BY SIZE
                           "**VP*" DELIMITED BY SIZE
                           FUNCTION TRIM(AlProduct) DELIMITED BY SIZE
                           "~" DELIMITED BY SIZE
                           INTO WSSegment
                       END-STRING
                       PERFORM PutSegment
                   END-IF
               END-IF
       END-READ.

BuildTheShipNotice.
       PERFORM FindTheShipment
       IF WSFound NOT = 'Y'
           SET EgNotFound TO TRUE
           MOVE "no such shipment on SHIPMENT.DAT" TO EgMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckThePartner
       IF EgNotPartner
           EXIT PARAGRAPH
       END-IF
       PERFORM GetTheCustomer
       MOVE EgDocNumber TO WSPoOrder
       MOVE SPACES TO WSCustPO
       PERFORM GetThePurchaseOrder
       MOVE "SH" TO WSFunctionId
       PERFORM DrawControlNumber
       PERFORM OpenTheInterchange
       IF EgFailed
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSSegment
       STRING "ST*856*0001~" DELIMITED BY SIZE INTO WSSegment END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "BSN*00*" DELIMITED BY SIZE
           EgDocNumber DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSDocDate DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCurrentDate(9:4) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE 1 TO WSHlCount
       MOVE SPACES TO WSSegment
       STRING "HL*1**S~" DELIMITED BY SIZE INTO WSSegment END-STRING
       PERFORM PutSegment
       MOVE WSShipCartons TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "TD1*CTN25*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "TD5**2*" DELIMITED BY SIZE
           FUNCTION TRIM(WSShipCarrier) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "REF*CN*" DELIMITED BY SIZE
           FUNCTION TRIM(WSShipTracking) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "DTM*011*" DELIMITED BY SIZE
           WSDocDate DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE "ST" TO WSEntityCode
       PERFORM PutNameAndAddress
       ADD 1 TO WSHlCount
       MOVE SPACES TO WSSegment
       STRING "HL*2*1*O~" DELIMITED BY SIZE INTO WSSegment END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "PRF*" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustPO) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       PERFORM PutShippedItems
       MOVE WSHlCount TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "CTT*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       PERFORM CloseTheInterchange.

FindTheShipment. *>an order can leave in more than one shipment - the one
*>asked for by date, or the latest
       MOVE 'N' TO WSFound
       OPEN INPUT ShipmentFile
       IF ShipmentFileOk
           MOVE 'N' TO WSEndOfFile
           PERFORM MatchOneShipment UNTIL WSEndOfFile = 'Y'
       END-IF
       CLOSE ShipmentFile.

MatchOneShipment.
       READ ShipmentFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF SnOrdNumber = EgDocNumber
                  AND (EgShipDate = ZERO OR SnShipDate = EgShipDate)
                   MOVE 'Y' TO WSFound
                   MOVE SnIdNum TO EgIdNum
                   MOVE SnShipDate TO WSDocDate
                   MOVE SnCarrier TO WSShipCarrier
                   MOVE SnTracking TO WSShipTracking
                   MOVE SnCartons TO WSShipCartons
               END-IF
       END-READ.

PutShippedItems. *>one item loop per order line that has left the dock
       OPEN INPUT OrderFile
       IF NOT OrderFileOk
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE EgDocNumber TO OrdNumber
       MOVE 1 TO OrdLineNo
       START OrderFile KEY IS >= OrdKey
           INVALID KEY
               CLOSE OrderFile
               EXIT PARAGRAPH
       END-START
       MOVE 'N' TO WSEndOfFile
       PERFORM PutOneShippedItem UNTIL WSEndOfFile = 'Y'
       CLOSE OrderFile.

PutOneShippedItem.
       READ OrderFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
       END-READ
       IF WSEndOfFile = 'Y'
           EXIT PARAGRAPH
       END-IF
       IF OrdNumber NOT = EgDocNumber
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF OrdShippedQty = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSHlCount
       MOVE WSHlCount TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "HL*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "*2*I~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "LIN**VP*" DELIMITED BY SIZE
           FUNCTION TRIM(OrdProduct) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE OrdShippedQty TO WSNumEdit
       MOVE SPACES TO WSSegment
       STRING "SN1**" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "*EA~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment.

CheckThePartner. *>no row, on hold, or not signed up for this document -
*>nothing is built and the caller is told why
       SET EgNotPartner TO TRUE
       OPEN INPUT PartnerFile
       IF NOT PartnerFileOk
           MOVE "no trading partners on file" TO EgMessage
           CLOSE PartnerFile
           EXIT PARAGRAPH
       END-IF
       MOVE EgIdNum TO TpIdNum
       READ PartnerFile
           KEY IS TpIdNum
           INVALID KEY
               MOVE "customer is not a trading partner" TO EgMessage
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN NOT TpActive
                       MOVE "trading partner is on hold" TO EgMessage
                   WHEN EgDocInvoice AND NOT TpTakesInvoices
                       MOVE "partner does not take 810 invoices" TO EgMessage
                   WHEN EgDocAsn AND NOT TpTakesAsn
                       MOVE "partner does not take 856 ship notices" TO EgMessage
                   WHEN OTHER
                       MOVE SPACE TO EgResult
                       MOVE TpPartnerId TO WSPartnerId
                       MOVE TpQualifier TO WSQualifier
                       MOVE TpGroupId TO WSGroupId
               END-EVALUATE
       END-READ
       CLOSE PartnerFile.

GetTheCustomer.
       MOVE SPACES TO WSCustName, WSCustStreet, WSCustCity, WSCustState, WSCustZip
       OPEN INPUT CustomerFile
       IF CustFileOk
           MOVE EgIdNum TO IdNum
           READ CustomerFile
               KEY IS IdNum
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LastName) DELIMITED BY SIZE
                       INTO WSCustName
                   END-STRING
                   MOVE CustStreet TO WSCustStreet
                   MOVE City TO WSCustCity
                   MOVE State TO WSCustState
                   MOVE Zip TO WSCustZip
           END-READ
       END-IF
       CLOSE CustomerFile.

GetThePurchaseOrder.
       OPEN INPUT OrderFile
       IF OrderFileOk
           MOVE WSPoOrder TO OrdNumber
           MOVE ZERO TO OrdLineNo
           READ OrderFile
               KEY IS OrdKey
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE OrdCustPO TO WSCustPO
           END-READ
       END-IF
       CLOSE OrderFile.

DrawControlNumber. *>the partner's next interchange number, taken and saved
*>before the document is written so a failure part-way never reuses it
       OPEN I-O PartnerFile
       MOVE EgIdNum TO TpIdNum
       READ PartnerFile
           KEY IS TpIdNum
           INVALID KEY CONTINUE
           NOT INVALID KEY
               ADD 1 TO TpLastControl
               IF TpLastControl = ZERO
                   MOVE 1 TO TpLastControl
               END-IF
               MOVE TpLastControl TO EgControl
               MOVE EgRunDate TO TpLastSent
               REWRITE PartnerData
       END-READ
       CLOSE PartnerFile.

OpenTheInterchange.
       MOVE SPACES TO WSEdiFileName
       STRING "EDI" DELIMITED BY SIZE
           EgDocType DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           EgControl DELIMITED BY SIZE
           ".X12" DELIMITED BY SIZE
           INTO WSEdiFileName
       END-STRING
       OPEN OUTPUT EdiOutFile
       IF NOT EdiOutFileOk
           SET EgFailed TO TRUE
           MOVE "cannot create the outbound file" TO EgMessage
           CLOSE EdiOutFile
           EXIT PARAGRAPH
       END-IF
       MOVE EgControl TO WSControlText
       MOVE EgControl TO WSGroupControl
       MOVE SPACES TO EdiOutLine
       STRING "ISA*00*          *00*          *ZZ*" DELIMITED BY SIZE
           WSSenderId DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSQualifier DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSPartnerId DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCurrentDate(3:6) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCurrentDate(9:4) DELIMITED BY SIZE
           "*U*00401*" DELIMITED BY SIZE
           WSControlText DELIMITED BY SIZE
           "*0*P*>~" DELIMITED BY SIZE
           INTO EdiOutLine
       END-STRING
       WRITE EdiOutLine
       MOVE SPACES TO EdiOutLine
       STRING "GS*" DELIMITED BY SIZE
           WSFunctionId DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           FUNCTION TRIM(WSSenderGroup) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           FUNCTION TRIM(WSGroupId) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCurrentDate(1:8) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCurrentDate(9:4) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           FUNCTION TRIM(WSGroupControl) DELIMITED BY SIZE
           "*X*004010~" DELIMITED BY SIZE
           INTO EdiOutLine
       END-STRING
       WRITE EdiOutLine
       MOVE ZERO TO WSSegCount.

PutNameAndAddress. *>N1/N3/N4 - bill-to on the invoice, ship-to on the notice
       MOVE SPACES TO WSSegment
       STRING "N1*" DELIMITED BY SIZE
           WSEntityCode DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustName) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "N3*" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustStreet) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment
       MOVE SPACES TO WSSegment
       STRING "N4*" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustCity) DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           WSCustState DELIMITED BY SIZE
           "*" DELIMITED BY SIZE
           FUNCTION TRIM(WSCustZip) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO WSSegment
       END-STRING
       PERFORM PutSegment.

PutSegment.
       WRITE EdiOutLine FROM WSSegment
       ADD 1 TO WSSegCount.

CloseTheInterchange. *>SE counts itself along with everything from ST on
       ADD 1 TO WSSegCount
       MOVE WSSegCount TO WSNumEdit
       MOVE SPACES TO EdiOutLine
       STRING "SE*" DELIMITED BY SIZE
           FUNCTION TRIM(WSNumEdit) DELIMITED BY SIZE
           "*0001~" DELIMITED BY SIZE
           INTO EdiOutLine
       END-STRING
       WRITE EdiOutLine
       MOVE SPACES TO EdiOutLine
       STRING "GE*1*" DELIMITED BY SIZE
           FUNCTION TRIM(WSGroupControl) DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO EdiOutLine
       END-STRING
       WRITE EdiOutLine
       MOVE SPACES TO EdiOutLine
       STRING "IEA*1*" DELIMITED BY SIZE
           WSControlText DELIMITED BY SIZE
           "~" DELIMITED BY SIZE
           INTO EdiOutLine
       END-STRING
       WRITE EdiOutLine
       CLOSE EdiOutFile
       MOVE WSSegCount TO EgSegments
       MOVE WSEdiFileName TO EgFileName
       SET EgSent TO TRUE
       PERFORM LogTheInterchange.

LogTheInterchange.
       MOVE EgRunDate TO ElDate
       MOVE WSCurrentDate(9:6) TO ElTime
       MOVE EgIdNum TO ElIdNum
       MOVE WSPartnerId TO ElPartnerId
       MOVE EgDocType TO ElDocType
       MOVE EgDocNumber TO ElDocNumber
       MOVE WSDocDate TO ElDocDate
       MOVE EgControl TO ElControl
       MOVE EgSegments TO ElSegments
       MOVE WSEdiFileName TO ElFileName
       IF EgResend = 'Y'
           SET ElResent TO TRUE
       ELSE
           SET ElOriginal TO TRUE
       END-IF
       OPEN EXTEND EdiLogFile
       IF NOT EdiLogFileOk
           OPEN OUTPUT EdiLogFile
       END-IF
       WRITE EdiLogData
       CLOSE EdiLogFile.
