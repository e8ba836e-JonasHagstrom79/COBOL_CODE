       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETDUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvRegisterFile ASSIGN TO "INVREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterFileStatus.
DATA DIVISION.
FILE SECTION.
FD InvRegisterFile.
       copy invreg.
WORKING-STORAGE SECTION.
       01 InvRegisterFileStatus PIC X(2) VALUE "00".
           88 InvRegisterFileOk VALUE "00".
       01 WSRegEndOfFile PIC X(1) VALUE 'N'.
       01 WSLoaded PIC X(1) VALUE 'N'.
       01 WSInOrder PIC X(1) VALUE 'Y'. *>N = the register is out of number
                                         *>order, search it end to end
       01 WSLastInvoice PIC 9(6) VALUE ZERO.
       01 WSDueCount PIC 9(5) COMP VALUE ZERO.
       01 WSDueTable.
           02 WSDueEntry OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WSDueCount
                   ASCENDING KEY IS DtInvoiceNum
                   INDEXED BY DtIx.
               03 DtInvoiceNum PIC 9(6).
               03 DtDueDate    PIC 9(8).
       01 WSTermsCount PIC 9(2) VALUE ZERO.
       01 WSTermsTable. *>net days per code, asked of GETTERMS once per run
           02 WSTermsEntry OCCURS 50 TIMES INDEXED BY TtIx.
               03 TtCode    PIC X(8).
               03 TtNetDays PIC 9(3).
       01 WSNetDays PIC 9(3) VALUE ZERO.
       01 WSDayCount PIC S9(7) VALUE ZERO.
       01 WSZeroBase PIC 9(8)V99 VALUE ZERO.
       01 WSTermsFound PIC X(1).
       01 WSTermsDue PIC 9(8).
       01 WSDiscDate PIC 9(8).
       01 WSDiscAmount PIC 9(6)V99.
LINKAGE SECTION.
       01 LInvoiceNum PIC 9(6). *>AtInvoiceNum of the row, zero = none
       01 LTranDate   PIC 9(8).
       01 LTermsCode  PIC X(8). *>the account's terms, for rows with no
                                 *>register invoice behind them
       01 LDueDate    PIC 9(8).
PROCEDURE DIVISION USING LInvoiceNum, LTranDate, LTermsCode, LDueDate.
*>the date an AR row falls due, for the agings and the collection runs that
*>count from it - the due date INVOICE stamped on the register row when the
*>row carries an invoice number, otherwise the row's own date moved on by the
*>account's terms (the posting run's IN rows are written before the invoice
*>is). The register is read once per run, not once per row
       IF WSLoaded NOT = 'Y'
           PERFORM LoadTheRegister
       END-IF
       IF LInvoiceNum > ZERO AND WSDueCount > ZERO
           IF WSInOrder = 'Y'
               SEARCH ALL WSDueEntry
                   AT END CONTINUE
                   WHEN DtInvoiceNum(DtIx) = LInvoiceNum
                       MOVE DtDueDate(DtIx) TO LDueDate
                       GOBACK
               END-SEARCH
           ELSE
               SET DtIx TO 1
               SEARCH WSDueEntry
                   AT END CONTINUE
                   WHEN DtInvoiceNum(DtIx) = LInvoiceNum
                       MOVE DtDueDate(DtIx) TO LDueDate
                       GOBACK
               END-SEARCH
           END-IF
       END-IF
       MOVE LTranDate TO LDueDate
       IF LTermsCode = SPACES
           GOBACK
       END-IF
       PERFORM FindNetDays
       IF WSNetDays > ZERO
           MOVE WSNetDays TO WSDayCount
           CALL "DATEADD" USING LTranDate, WSDayCount, LDueDate
       END-IF
       GOBACK.

LoadTheRegister. *>rows written before terms were stamped carry no due date
*>and are left to the terms fallback
       MOVE 'Y' TO WSLoaded
       MOVE ZERO TO WSDueCount, WSLastInvoice
       OPEN INPUT InvRegisterFile
       IF NOT InvRegisterFileOk
           CLOSE InvRegisterFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSRegEndOfFile
       PERFORM LoadOneRegisterRow UNTIL WSRegEndOfFile = 'Y'
       CLOSE InvRegisterFile.

LoadOneRegisterRow.
       READ InvRegisterFile NEXT
           AT END
               MOVE 'Y' TO WSRegEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF IrDueDate NOT NUMERIC OR IrDueDate = ZERO OR IrVoided
           EXIT PARAGRAPH
       END-IF
       IF WSDueCount >= 9999
           EXIT PARAGRAPH
       END-IF
       IF IrInvoiceNum <= WSLastInvoice
           MOVE 'N' TO WSInOrder
       END-IF
       MOVE IrInvoiceNum TO WSLastInvoice
       ADD 1 TO WSDueCount
       MOVE IrInvoiceNum TO DtInvoiceNum(WSDueCount)
       MOVE IrDueDate TO DtDueDate(WSDueCount).

FindNetDays.
       MOVE ZERO TO WSNetDays
       SET TtIx TO 1
       SEARCH WSTermsEntry
           AT END CONTINUE
           WHEN TtIx > WSTermsCount
               CONTINUE
           WHEN TtCode(TtIx) = LTermsCode
               MOVE TtNetDays(TtIx) TO WSNetDays
               EXIT PARAGRAPH
       END-SEARCH
       CALL "GETTERMS" USING LTermsCode, LTranDate, WSZeroBase,
           WSTermsFound, WSNetDays, WSTermsDue, WSDiscDate, WSDiscAmount
       IF WSTermsCount < 50
           ADD 1 TO WSTermsCount
           MOVE LTermsCode TO TtCode(WSTermsCount)
           MOVE WSNetDays TO TtNetDays(WSTermsCount)
       END-IF.
