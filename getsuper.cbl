       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETSUPER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy supfc.
DATA DIVISION.
FILE SECTION.
FD SupersedeFile.
       copy suprec.
WORKING-STORAGE SECTION.
       01 SupersedeFileStatus PIC X(2) VALUE "00".
           88 SupersedeFileOk VALUE "00".
       01 WSSlotsBefore PIC 9(2) VALUE ZERO.
LINKAGE SECTION.
       01 LProduct     PIC X(5).
       01 LSize        PIC X(1). *>space when the caller only wants the status
       01 LStatus      PIC X(1). *>D = discontinued, space = still in the range
       01 LReplacement PIC X(5). *>spaces = no successor
       01 LNewSize     PIC X(1). *>the successor's equivalent of LSize, space = none
PROCEDURE DIVISION USING LProduct, LSize, LStatus, LReplacement, LNewSize.
*>the supersession lookup shared the way GETCNTR is - ORDERENTRY and WEBORD
*>ask it before they sell a product, POGEN before it buys one, PRODMNT when
*>it moves the backorders across to the successor
       MOVE SPACE TO LStatus
       MOVE SPACES TO LReplacement
       MOVE SPACE TO LNewSize
       OPEN INPUT SupersedeFile
       IF NOT SupersedeFileOk
           CLOSE SupersedeFile
           GOBACK
       END-IF
       MOVE LProduct TO SpName
       READ SupersedeFile
           KEY IS SpName
           INVALID KEY
               CLOSE SupersedeFile
               GOBACK
       END-READ
       CLOSE SupersedeFile
       IF NOT SpDiscontinued
           GOBACK
       END-IF
       MOVE SpStatus TO LStatus
       MOVE SpReplacement TO LReplacement
       IF LSize = SPACE OR SpReplacement = SPACES
           GOBACK
       END-IF
       MOVE ZERO TO WSSlotsBefore
       INSPECT SpOldSizes TALLYING WSSlotsBefore
           FOR CHARACTERS BEFORE INITIAL LSize
       IF WSSlotsBefore < 8
           MOVE SpNewSizes(WSSlotsBefore + 1:1) TO LNewSize
       END-IF
       GOBACK.
