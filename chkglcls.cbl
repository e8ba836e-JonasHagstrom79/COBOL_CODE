       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKGLCLS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GlCloseFile ASSIGN TO "GLCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GlCloseFileStatus.
DATA DIVISION.
FILE SECTION.
FD GlCloseFile.
01 GlCloseLine PIC 9(8). *>YYYYMMDD the general ledger is closed through
WORKING-STORAGE SECTION.
       01 GlCloseFileStatus PIC X(2) VALUE "00".
           88 GlCloseFileOk VALUE "00".
       01 WSClosedThrough PIC 9(8) VALUE ZERO.
LINKAGE SECTION.
       01 LPostDate PIC 9(8). *>YYYYMMDD the journal leg is dated
       01 LClosed   PIC X(1). *>Y = date falls inside a closed fiscal year
PROCEDURE DIVISION USING LPostDate, LClosed.
*>fiscal-year lock test, the CHKCLOSE pattern for the ledger - anything that
*>writes journal legs to GLJRNLHIST.DAT asks here first, so nothing lands in a
*>year GLCLOSE has already closed to retained earnings. No GLCLOSE.DAT yet
*>means no year has ever been closed and everything posts.
       MOVE ZERO TO WSClosedThrough
       OPEN INPUT GlCloseFile
       IF GlCloseFileOk
           READ GlCloseFile
               AT END CONTINUE
               NOT AT END
                   IF GlCloseLine IS NUMERIC
                       MOVE GlCloseLine TO WSClosedThrough
                   END-IF
           END-READ
       END-IF
       CLOSE GlCloseFile
       IF LPostDate <= WSClosedThrough
           MOVE 'Y' TO LClosed
       ELSE
           MOVE 'N' TO LClosed
       END-IF
       GOBACK.
