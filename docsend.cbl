       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DOCSEND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy delivfc.
       SELECT DocOutFile ASSIGN TO WSDocFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DocOutFileStatus.
       SELECT DocGenNumFile ASSIGN TO "DOCGENNUM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DocGenNumFileStatus.
       SELECT MailQueueFile ASSIGN TO "MAILQUEUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MailQueueFileStatus.
       SELECT DocLogFile ASSIGN TO "DOCSEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DocLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD DeliveryFile.
       copy delivrec.
FD DocOutFile.
01 DocOutLine PIC X(132).
FD DocGenNumFile.
01 DocGenNumLine PIC 9(6).
FD MailQueueFile.
       copy mailq.
FD DocLogFile.
       copy doclog.
WORKING-STORAGE SECTION.
       01 DeliveryFileStatus PIC X(2) VALUE "00".
           88 DeliveryFileOk VALUE "00".
       01 DocOutFileStatus PIC X(2) VALUE "00".
           88 DocOutFileOk VALUE "00".
       01 DocGenNumFileStatus PIC X(2) VALUE "00".
           88 DocGenNumFileOk VALUE "00".
       01 MailQueueFileStatus PIC X(2) VALUE "00".
           88 MailQueueFileOk VALUE "00".
       01 DocLogFileStatus PIC X(2) VALUE "00".
           88 DocLogFileOk VALUE "00".
       01 WSDocFileName PIC X(30) VALUE SPACES.
       01 WSDocOpen PIC X(1) VALUE 'N'.
       01 WSDocNumber PIC 9(6) VALUE ZERO.
       01 WSMethod PIC X(1) VALUE "P".
       01 WSEmailAddr PIC X(50) VALUE SPACES.
       01 WSLineCount PIC 9(5) VALUE ZERO.
       01 WSCurrentDate PIC X(21).
       01 WSDocWord PIC X(20).
LINKAGE SECTION.
       copy docsreq.
PROCEDURE DIVISION USING DocSendRequest.
*>one place decides how a customer document leaves the building - the
*>invoice, statement and dunning runs print as they always have and pass
*>each line through here, so a customer on email gets the same document
*>in their own file without every run learning about mail
       EVALUATE TRUE
           WHEN DsActionBegin PERFORM BeginTheDocument
           WHEN DsActionLine  PERFORM CopyDocumentLine
           WHEN DsActionEnd   PERFORM EndTheDocument
           WHEN DsActionDrop  PERFORM DropTheDocument
       END-EVALUATE
       GOBACK.

BeginTheDocument.
       IF WSDocOpen = 'Y'
           PERFORM EndTheDocument
       END-IF
       MOVE ZERO TO WSLineCount
       IF DsDocNumber = ZERO
           PERFORM DrawDocumentNumber
           MOVE WSDocNumber TO DsDocNumber
       ELSE
           MOVE DsDocNumber TO WSDocNumber
       END-IF
       PERFORM GetDeliveryPreference
       IF WSMethod = "E"
           MOVE 'N' TO DsPrintPaper
       ELSE
           MOVE 'Y' TO DsPrintPaper
       END-IF
       IF WSMethod = "P"
           MOVE 'N' TO DsEmailed
       ELSE
           MOVE 'Y' TO DsEmailed
           PERFORM OpenCustomerDocument
       END-IF.

DrawDocumentNumber. *>statements and dunning letters carry no number of
*>their own - DOCGENNUM.DAT gives each one a number the log and the bounce
*>report can quote, drawn the CUSTGENNUM.DAT way
       MOVE ZERO TO WSDocNumber
       OPEN INPUT DocGenNumFile
       IF DocGenNumFileOk
           READ DocGenNumFile
               AT END CONTINUE
               NOT AT END MOVE DocGenNumLine TO WSDocNumber
           END-READ
       END-IF
       CLOSE DocGenNumFile
       ADD 1 TO WSDocNumber
       OPEN OUTPUT DocGenNumFile
       MOVE WSDocNumber TO DocGenNumLine
       WRITE DocGenNumLine
       CLOSE DocGenNumFile.

GetDeliveryPreference. *>no row, or no file yet, is paper - and an address
*>that bounced stays on paper until someone has fixed it, so the customer
*>is never left with nothing
       MOVE "P" TO WSMethod
       MOVE SPACES TO WSEmailAddr
       OPEN INPUT DeliveryFile
       IF DeliveryFileOk
           MOVE DsIdNum TO DvIdNum
           READ DeliveryFile
               KEY IS DvIdNum
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DvMethod TO WSMethod
                   MOVE DvEmailAddr TO WSEmailAddr
                   IF DvAddrBounced AND NOT DvPaper
                       DISPLAY "DOCSEND - customer " DsIdNum
                           " email bounced " DvBounceDate " - sent on paper"
                       MOVE "P" TO WSMethod
                   END-IF
           END-READ
       END-IF
       CLOSE DeliveryFile
       IF WSEmailAddr = SPACES
           MOVE DsCustEmail TO WSEmailAddr
       END-IF
       IF WSMethod NOT = "P" AND WSEmailAddr = SPACES
           DISPLAY "DOCSEND - customer " DsIdNum
               " takes email but has no address - sent on paper"
           MOVE "P" TO WSMethod
       END-IF.

OpenCustomerDocument. *>each customer's document in its own file, named for
*>the document so two in the same run never overwrite each other
       MOVE SPACES TO WSDocFileName
       STRING "EDOC" DELIMITED BY SIZE
           DsDocType DELIMITED BY SIZE
           WSDocNumber DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           DsIdNum DELIMITED BY SIZE
           ".TXT" DELIMITED BY SIZE
           INTO WSDocFileName
       END-STRING
       OPEN OUTPUT DocOutFile
       IF DocOutFileOk
           MOVE 'Y' TO WSDocOpen
       ELSE
           DISPLAY "DOCSEND - cannot create " WSDocFileName
               " - customer " DsIdNum " sent on paper"
           CLOSE DocOutFile
           MOVE "P" TO WSMethod
           MOVE 'Y' TO DsPrintPaper
           MOVE 'N' TO DsEmailed
       END-IF.

CopyDocumentLine.
       IF WSDocOpen = 'Y'
           WRITE DocOutLine FROM DsLine
           ADD 1 TO WSLineCount
       END-IF.

EndTheDocument.
       MOVE FUNCTION CURRENT-DATE TO WSCurrentDate
       IF WSDocOpen = 'Y'
           CLOSE DocOutFile
           MOVE 'N' TO WSDocOpen
           PERFORM QueueForMail
           PERFORM NoteLastSent
       END-IF
       PERFORM LogTheSend.

QueueForMail.
       EVALUATE DsDocType
           WHEN "ST" MOVE "Statement" TO WSDocWord
           WHEN "IN" MOVE "Invoice" TO WSDocWord
           WHEN "CI" MOVE "Monthly invoice" TO WSDocWord
           WHEN "DN" MOVE "Payment reminder" TO WSDocWord
           WHEN OTHER MOVE "Document" TO WSDocWord
       END-EVALUATE
       MOVE DsRunDate TO MqDate
       MOVE WSCurrentDate(9:6) TO MqTime
       MOVE DsIdNum TO MqIdNum
       MOVE WSEmailAddr TO MqEmailAddr
       MOVE DsDocType TO MqDocType
       MOVE WSDocNumber TO MqDocNumber
       MOVE WSDocFileName TO MqFileName
       MOVE SPACES TO MqSubject
       STRING "HAGSTROM TRADING CO. - " DELIMITED BY SIZE
           FUNCTION TRIM(WSDocWord) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSDocNumber DELIMITED BY SIZE
           INTO MqSubject
       END-STRING
       OPEN EXTEND MailQueueFile
       IF NOT MailQueueFileOk
           OPEN OUTPUT MailQueueFile
       END-IF
       WRITE MailQueueData
       CLOSE MailQueueFile.

NoteLastSent.
       OPEN I-O DeliveryFile
       IF DeliveryFileOk
           MOVE DsIdNum TO DvIdNum
           READ DeliveryFile
               KEY IS DvIdNum
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DsRunDate TO DvLastSent
                   REWRITE DeliveryData
           END-READ
       END-IF
       CLOSE DeliveryFile.

LogTheSend. *>paper sends are logged too - the log is the answer to "what
*>did we send this customer, and how"
       MOVE DsRunDate TO DlDate
       MOVE DsIdNum TO DlIdNum
       MOVE DsDocType TO DlDocType
       MOVE WSDocNumber TO DlDocNumber
       MOVE WSMethod TO DlMethod
       IF WSMethod = "P"
           MOVE SPACES TO DlEmailAddr, DlFileName
       ELSE
           MOVE WSEmailAddr TO DlEmailAddr
           MOVE WSDocFileName TO DlFileName
       END-IF
       MOVE WSLineCount TO DlLineCount
       OPEN EXTEND DocLogFile
       IF NOT DocLogFileOk
           OPEN OUTPUT DocLogFile
       END-IF
       WRITE DocLogData
       CLOSE DocLogFile.

DropTheDocument. *>a document voided before it was finished never goes out
*>and is never logged - the void is recorded where the document lives
       IF WSDocOpen = 'Y'
           CLOSE DocOutFile
           MOVE 'N' TO WSDocOpen
           CALL "CBL_DELETE_FILE" USING WSDocFileName
       END-IF.
