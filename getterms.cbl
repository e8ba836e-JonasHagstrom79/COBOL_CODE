       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETTERMS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TermsFile ASSIGN TO "TERMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TermsFileStatus.
DATA DIVISION.
FILE SECTION.
FD TermsFile.
       copy termrec.
WORKING-STORAGE SECTION.
       01 TermsFileStatus PIC X(2) VALUE "00".
           88 TermsFileOk VALUE "00".
       01 WSTabEndOfFile PIC X(1) VALUE 'N'.
       01 WSNetDays PIC 9(3) VALUE ZERO.
       01 WSDiscPct PIC 9(2)V99 VALUE ZERO.
       01 WSDiscDays PIC 9(3) VALUE ZERO.
       01 WSDayCount PIC S9(7) VALUE ZERO.
LINKAGE SECTION.
       01 LTermsCode   PIC X(8). *>spaces = due on receipt
       01 LFromDate    PIC 9(8). *>YYYYMMDD the invoice is dated
       01 LDiscBase    PIC 9(8)V99. *>goods value the discount is worked on
       01 LTermsFound  PIC X(1). *>N = code not on TERMS.DAT, treated as
                                  *>due on receipt
       01 LNetDays     PIC 9(3).
       01 LDueDate     PIC 9(8).
       01 LDiscDate    PIC 9(8). *>last day the discount may be taken,
                                  *>zero when the terms offer none
       01 LDiscAmount  PIC 9(6)V99.
PROCEDURE DIVISION USING LTermsCode, LFromDate, LDiscBase, LTermsFound,
       LNetDays, LDueDate, LDiscDate, LDiscAmount.
*>payment terms shared the way GETFRT is - INVOICE and CONSINV stamp the due
*>and discount dates on the register row from here, GETDUE ages the rows that
*>carry no invoice number from here, and customer maintenance checks a code
*>against TERMS.DAT before it goes on the master
       MOVE 'N' TO LTermsFound
       MOVE ZERO TO LNetDays, LDiscDate, LDiscAmount
       MOVE LFromDate TO LDueDate
       IF LTermsCode = SPACES
           MOVE 'Y' TO LTermsFound
           GOBACK
       END-IF
       OPEN INPUT TermsFile
       IF NOT TermsFileOk
           CLOSE TermsFile
           GOBACK
       END-IF
       MOVE 'N' TO WSTabEndOfFile
       PERFORM MatchOneTerms UNTIL WSTabEndOfFile = 'Y'
       CLOSE TermsFile
       IF LTermsFound NOT = 'Y'
           GOBACK
       END-IF
       MOVE WSNetDays TO LNetDays
       MOVE WSNetDays TO WSDayCount
       CALL "DATEADD" USING LFromDate, WSDayCount, LDueDate
       IF WSDiscPct > ZERO
           MOVE WSDiscDays TO WSDayCount
           CALL "DATEADD" USING LFromDate, WSDayCount, LDiscDate
           COMPUTE LDiscAmount ROUNDED = LDiscBase * WSDiscPct / 100
       END-IF
       GOBACK.

MatchOneTerms. *>the last row for the code wins - a re-keyed row replaces
       READ TermsFile NEXT
           AT END
               MOVE 'Y' TO WSTabEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF TmCode = LTermsCode
           MOVE 'Y' TO LTermsFound
           MOVE TmNetDays TO WSNetDays
           MOVE TmDiscPct TO WSDiscPct
           MOVE TmDiscDays TO WSDiscDays
       END-IF.
