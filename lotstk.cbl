       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOTSTK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY lotfc.
DATA DIVISION.
FILE SECTION.
FD LotStockFile.
       COPY lotrec.
WORKING-STORAGE SECTION.
       01 LotStockStatus PIC X(2) VALUE "00".
           88 LotStockOk VALUE "00".
           88 LotStockNotFound VALUE "35".
       01 WSLotEndOfFile PIC X(1) VALUE 'N'.
       01 WSWanted PIC 9(5) VALUE ZERO.
       01 WSCurrentDate PIC X(21).
LINKAGE SECTION.
       01 LAction    PIC X(1). *>R = receive LQty into the lot named,
                                *>P = take up to LQty from the first lot
                                *>to expire - answered with the lot, its
                                *>expiry and what it gave (zero = none left)
       01 LProduct   PIC X(5).
       01 LSize      PIC X(1).
       01 LLocation  PIC X(2).
       01 LLotNumber PIC X(10).
       01 LExpiry    PIC 9(8). *>zero on a receipt = does not expire
       01 LAsOfDate  PIC 9(8). *>P: lots expiring before this are passed
                                *>over, zero = take any lot
       01 LQty       PIC 9(5).
PROCEDURE DIVISION USING LAction, LProduct, LSize, LLocation, LLotNumber,
       LExpiry, LAsOfDate, LQty.
*>lot-level stock handling shared the STKLOC way, so receiving, picking and
*>transfers all go through one door. A product that never had a lot keyed
*>against it has no rows here and a pick simply answers zero - the caller
*>carries on with the quantity it already relieved from the size slot.
0000-MAINLINE.
       OPEN I-O LotStockFile
       IF LotStockNotFound
           CLOSE LotStockFile
           IF LAction NOT = 'R'
               MOVE ZERO TO LQty
               GOBACK
           END-IF
           OPEN OUTPUT LotStockFile
           CLOSE LotStockFile
           OPEN I-O LotStockFile
       END-IF
       IF NOT LotStockOk
           CLOSE LotStockFile
           IF LAction NOT = 'R'
               MOVE ZERO TO LQty
           END-IF
           GOBACK
       END-IF
       IF LAction = 'R'
           PERFORM 1000-RECEIVE-INTO-LOT
       ELSE
           PERFORM 2000-TAKE-FIRST-EXPIRING THRU 2000-EXIT
       END-IF
       CLOSE LotStockFile
       GOBACK.

1000-RECEIVE-INTO-LOT.
       MOVE LProduct TO LtProduct
       MOVE LSize TO LtSize
       MOVE LLocation TO LtLocation
       IF LExpiry = ZERO
           MOVE 99999999 TO LtExpiry
       ELSE
           MOVE LExpiry TO LtExpiry
       END-IF
       MOVE LLotNumber TO LtLotNumber
       READ LotStockFile
           KEY IS LtKey
           INVALID KEY
               MOVE LQty TO LtQtyOnHand
               MOVE FUNCTION CURRENT-DATE TO WSCurrentDate
               MOVE WSCurrentDate(1:8) TO LtFirstIn
               WRITE LotStockData
           NOT INVALID KEY
               ADD LQty TO LtQtyOnHand
               REWRITE LotStockData
       END-READ.

2000-TAKE-FIRST-EXPIRING. *>the key runs product/size/location/expiry, so the
*>first live lot after the START is the one to go first
       MOVE LQty TO WSWanted
       MOVE ZERO TO LQty
       MOVE SPACES TO LLotNumber
       MOVE ZERO TO LExpiry
       MOVE LProduct TO LtProduct
       MOVE LSize TO LtSize
       MOVE LLocation TO LtLocation
       MOVE ZERO TO LtExpiry
       MOVE LOW-VALUES TO LtLotNumber
       MOVE 'N' TO WSLotEndOfFile
       START LotStockFile KEY IS NOT LESS THAN LtKey
           INVALID KEY GO TO 2000-EXIT
       END-START
       PERFORM 2100-TRY-ONE-LOT UNTIL WSLotEndOfFile = 'Y'.
2000-EXIT.
       EXIT.

2100-TRY-ONE-LOT.
       READ LotStockFile NEXT
           AT END MOVE 'Y' TO WSLotEndOfFile
       END-READ
       IF WSLotEndOfFile = 'Y'
           CONTINUE
       ELSE
           IF LtProduct NOT = LProduct OR LtSize NOT = LSize
              OR LtLocation NOT = LLocation
               MOVE 'Y' TO WSLotEndOfFile
           ELSE
               IF LtQtyOnHand > ZERO
                  AND (LAsOfDate = ZERO OR LtExpiry >= LAsOfDate)
                   PERFORM 2200-TAKE-FROM-LOT
                   MOVE 'Y' TO WSLotEndOfFile
               END-IF
           END-IF
       END-IF.

2200-TAKE-FROM-LOT. *>an emptied lot comes off the file - the recall trail
*>lives on LOTSHIP.DAT, not here
       IF WSWanted < LtQtyOnHand
           MOVE WSWanted TO LQty
       ELSE
           MOVE LtQtyOnHand TO LQty
       END-IF
       MOVE LtLotNumber TO LLotNumber
       MOVE LtExpiry TO LExpiry
       SUBTRACT LQty FROM LtQtyOnHand
       IF LtQtyOnHand = ZERO
           DELETE LotStockFile RECORD
       ELSE
           REWRITE LotStockData
       END-IF.
