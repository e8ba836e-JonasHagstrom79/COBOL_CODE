       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKOPER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy operfc.
DATA DIVISION.
FILE SECTION.
FD OperatorFile.
       copy operrec.
WORKING-STORAGE SECTION.
       01 OperatorFileStatus PIC X(2) VALUE "00".
           88 OperatorFileOk VALUE "00".
           88 OperatorFileNotFound VALUE "35".
LINKAGE SECTION.
       01 LOperator PIC X(10).
       01 LSignedOn PIC X(1).
PROCEDURE DIVISION USING LOperator, LSignedOn.
*>the FILES sign-on shared the way CHKSTATE is, for the inquiry screens
*>that only need to know who is looking - the ID must be on OPERATOR.DAT.
*>A missing operator file means the site has not set security up yet, so
*>the ID is taken as keyed rather than locking everyone out
       MOVE 'N' TO LSignedOn
       IF LOperator = SPACES
           DISPLAY "An operator ID is needed"
           GOBACK
       END-IF
       OPEN INPUT OperatorFile
       IF OperatorFileNotFound
           DISPLAY "OPERATOR.DAT not on file - sign-on checks skipped, set up operators with OPERMNT"
           CLOSE OperatorFile
           MOVE 'Y' TO LSignedOn
           GOBACK
       END-IF
       IF NOT OperatorFileOk
           DISPLAY "Operator file is in use by another user - try again later"
           CLOSE OperatorFile
           GOBACK
       END-IF
       MOVE LOperator TO OpId
       READ OperatorFile
           KEY IS OpId
           INVALID KEY
               DISPLAY "Operator ID " LOperator " is not on the operator file"
           NOT INVALID KEY
               MOVE 'Y' TO LSignedOn
       END-READ
       CLOSE OperatorFile
       GOBACK.
