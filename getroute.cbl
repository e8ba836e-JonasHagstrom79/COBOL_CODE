       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETROUTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy rtefc.
DATA DIVISION.
FILE SECTION.
FD RouteFile.
       copy rterec.
WORKING-STORAGE SECTION.
       01 RouteFileStatus PIC X(2) VALUE "00".
           88 RouteFileOk VALUE "00".
       01 WSTabEndOfFile PIC X(1) VALUE 'N'.
       01 WSBestLen PIC 9(1) VALUE ZERO.
       01 WSTryLen PIC 9(1).
LINKAGE SECTION.
       01 LZip      PIC X(9).
       01 LRoute    PIC X(4). *>spaces = no route serves the Zip, it goes
                               *>by carrier
       01 LTruck    PIC 9(1).
       01 LDays     PIC X(7). *>Y per delivery day, Monday first
       01 LSequence PIC 9(3).
PROCEDURE DIVISION USING LZip, LRoute, LTruck, LDays, LSequence.
*>the delivery zone lookup shared the way GETFRT is - ROUTEPLAN loads the
*>trucks from it and ORDACK quotes the delivery day from it, so the customer
*>is promised the day the truck actually comes. Same longest-prefix rule as
*>the freight zones on FREIGHT.DAT.
       MOVE SPACES TO LRoute, LDays
       MOVE ZERO TO LTruck, LSequence
       MOVE ZERO TO WSBestLen
       OPEN INPUT RouteFile
       IF NOT RouteFileOk
           CLOSE RouteFile
           GOBACK
       END-IF
       MOVE 'N' TO WSTabEndOfFile
       PERFORM ReadOneRoute UNTIL WSTabEndOfFile = 'Y'
       CLOSE RouteFile
       GOBACK.

ReadOneRoute.
       READ RouteFile NEXT
           AT END MOVE 'Y' TO WSTabEndOfFile
           NOT AT END PERFORM MatchOneRoute
       END-READ.

MatchOneRoute. *>prefix compare at the row's own length - blanks shorten it
       IF RtZipPrefix = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 3 TO WSTryLen
       IF RtZipPrefix(3:1) = SPACE
           MOVE 2 TO WSTryLen
       END-IF
       IF RtZipPrefix(2:2) = SPACES
           MOVE 1 TO WSTryLen
       END-IF
       IF LZip(1:WSTryLen) = RtZipPrefix(1:WSTryLen)
          AND WSTryLen > WSBestLen
           MOVE WSTryLen TO WSBestLen
           MOVE RtRoute TO LRoute
           MOVE RtTruck TO LTruck
           MOVE RtDays TO LDays
           MOVE RtSequence TO LSequence
       END-IF.
