       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETGROUP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy custfc.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       copy custrec.
WORKING-STORAGE SECTION.
       01 CustomerFileStatus PIC X(2) VALUE "00".
           88 CustFileOk VALUE "00".
       01 WSGroupEndOfFile PIC X(1) VALUE 'N'.
LINKAGE SECTION.
       01 LIdNum        PIC 9(5).
       01 LGroupParent  PIC 9(5). *>top of the corporate group, zero = the
                                   *>account is in no group with a limit
       01 LGroupLimit   PIC 9(7)V99.
       01 LGroupBalance PIC S9(9)V99. *>the parent and every branch together
PROCEDURE DIVISION USING LIdNum, LGroupParent, LGroupLimit, LGroupBalance.
*>the corporate group exposure shared the way GETCNTR is - ORDERENTRY, WEBORD
*>and STANDGEN check it beside the account's own limit, so a branch that looks
*>fine on its own cannot take the group past what we would grant the parent.
*>Customer.dat has no key on ParentId, so the branches are found by a pass of
*>the file - once per order, not once per line
       MOVE ZERO TO LGroupParent, LGroupLimit, LGroupBalance
       OPEN INPUT CustomerFile
       IF NOT CustFileOk
           CLOSE CustomerFile
           GOBACK
       END-IF
       MOVE LIdNum TO IdNum
       READ CustomerFile
           KEY IS IdNum
           INVALID KEY
               CLOSE CustomerFile
               GOBACK
       END-READ
       IF ParentId NOT = ZERO
           MOVE ParentId TO IdNum
           READ CustomerFile
               KEY IS IdNum
               INVALID KEY
                   CLOSE CustomerFile
                   GOBACK
           END-READ
       END-IF
       IF GroupCreditLimit = ZERO
           CLOSE CustomerFile
           GOBACK
       END-IF
       MOVE IdNum TO LGroupParent
       MOVE GroupCreditLimit TO LGroupLimit
       MOVE ZERO TO IdNum
       MOVE 'N' TO WSGroupEndOfFile
       START CustomerFile KEY IS >= IdNum
           INVALID KEY MOVE 'Y' TO WSGroupEndOfFile
       END-START
       PERFORM AddOneMember UNTIL WSGroupEndOfFile = 'Y'
       CLOSE CustomerFile
       GOBACK.

AddOneMember.
       READ CustomerFile NEXT
           AT END
               MOVE 'Y' TO WSGroupEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF IdNum = LGroupParent OR ParentId = LGroupParent
           ADD Balance TO LGroupBalance
       END-IF.
