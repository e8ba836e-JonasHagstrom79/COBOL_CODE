       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GETATP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy ordfc.
       copy pofc.
       copy vendfc.
       SELECT BackOrderFile ASSIGN TO "BACKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BackOrderFileStatus.
       SELECT ProdVendFile ASSIGN TO "PRODVEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdVendStatus.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
       copy ordrec.
FD PurchaseOrderFile.
       copy porec.
FD VendorFile.
       copy vendrec.
FD BackOrderFile.
       copy borec.
FD ProdVendFile.
01 ProdVendData.
       02 PvProduct PIC X(5).
       02 PvVendor  PIC 9(4).
WORKING-STORAGE SECTION.
       01 OrderFileStatus PIC X(2) VALUE "00".
           88 OrderFileOk VALUE "00".
       01 PurchaseOrderStatus PIC X(2) VALUE "00".
           88 PurchaseOrderOk VALUE "00".
       01 VendorMasterStatus PIC X(2) VALUE "00".
           88 VendorMasterOk VALUE "00".
       01 BackOrderFileStatus PIC X(2) VALUE "00".
           88 BackOrderFileOk VALUE "00".
       01 ProdVendStatus PIC X(2) VALUE "00".
           88 ProdVendOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSHdrLocation PIC X(2).
       01 WSHdrOpen PIC X(1).
       01 WSPoHdrOpen PIC X(1).
       01 WSPoHdrVendor PIC 9(4).
       01 WSPoHdrDate PIC 9(8).
       01 WSLeadDays PIC S9(7).
       01 WSArrival PIC 9(8).
       01 WSOpenQty PIC 9(5).
       01 WSStkAction PIC X(1).
       01 WSStkSlot PIC 9(1).
       01 WSStkQty PIC S9(5).
       01 WSNeedQty PIC S9(7).
       01 WSRunning PIC S9(7).
       01 WSPoIndex PIC 9(2).
       01 WSInsertAt PIC 9(2).
       01 WSPrefVendor PIC 9(4).
LINKAGE SECTION.
       copy atpreq.
PROCEDURE DIVISION USING AtpRequest.
*>available-to-promise shared the way GETCNTR is - the inquiry, the order
*>desk and quote conversion all answer "when" with the same arithmetic
       MOVE ZERO TO AtCommitted, AtBackordered, AtPromiseDate, AtPoCount
       SET AtNoPromise TO TRUE
       IF AtLocation NOT = SPACES
           PERFORM LocationOnHand
       END-IF
       PERFORM CountCommitted
       PERFORM CountBackorders
       PERFORM LoadOpenPoLines
       COMPUTE AtAvailNow = AtOnHand - AtCommitted - AtBackordered
       COMPUTE AtAvailable = AtAvailNow + AtOnOrder
       PERFORM FindPromiseDate
       GOBACK.

LocationOnHand.
*>STKLOC answers 99999 while the site is still one building - the company
*>figure stands then
       MOVE 'Q' TO WSStkAction
       MOVE AtSlot TO WSStkSlot
       MOVE ZERO TO WSStkQty
       CALL "STKLOC" USING WSStkAction, AtProduct, AtLocation,
           WSStkSlot, WSStkQty
       IF WSStkQty < 99999
           IF WSStkQty < ZERO
               MOVE ZERO TO AtOnHand
           ELSE
               IF WSStkQty < AtOnHand
                   MOVE WSStkQty TO AtOnHand
               END-IF
           END-IF
       END-IF.

CountCommitted.
*>what open lines still need beyond what they already took from the shelf -
*>the header comes first under each order number and carries the location
       OPEN INPUT OrderFile
       IF NOT OrderFileOk
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM CountOneOrderRecord UNTIL WSEndOfFile = 'Y'
       CLOSE OrderFile.

CountOneOrderRecord.
       READ OrderFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF OrdLineNo = ZERO
           MOVE OrdLocation TO WSHdrLocation
           IF WSHdrLocation = SPACES
               MOVE "01" TO WSHdrLocation
           END-IF
           MOVE 'N' TO WSHdrOpen
           IF OrdStatusOpen OR OrdStatusPicked OR OrdStatusHeld
               MOVE 'Y' TO WSHdrOpen
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF OrdProduct = AtProduct AND OrdSize = AtSize
          AND WSHdrOpen = 'Y'
          AND (OrdStatusOpen OR OrdStatusPicked)
          AND OrdQty > OrdShippedQty
          AND NOT OrdDropShipped
          AND (AtLocation = SPACES OR AtLocation = WSHdrLocation)
           COMPUTE AtCommitted = AtCommitted + OrdQty - OrdShippedQty
       END-IF.

CountBackorders.
       OPEN INPUT BackOrderFile
       IF NOT BackOrderFileOk
           CLOSE BackOrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM CountOneBackorder UNTIL WSEndOfFile = 'Y'
       CLOSE BackOrderFile.

CountOneBackorder.
       READ BackOrderFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF BoProduct = AtProduct AND BoSize = AtSize
                   ADD BoQty TO AtBackordered
               END-IF
       END-READ.

LoadOpenPoLines.
       OPEN INPUT PurchaseOrderFile
       IF NOT PurchaseOrderOk
           CLOSE PurchaseOrderFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT VendorFile
       MOVE 'N' TO WSEndOfFile
       PERFORM LoadOnePoRecord UNTIL WSEndOfFile = 'Y'
       CLOSE PurchaseOrderFile, VendorFile.

LoadOnePoRecord.
       READ PurchaseOrderFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF PoLineNo = ZERO
           MOVE 'N' TO WSPoHdrOpen
           IF PoStatusOpen
               MOVE 'Y' TO WSPoHdrOpen
           END-IF
           MOVE PoVendor TO WSPoHdrVendor
           MOVE PoDate TO WSPoHdrDate
           EXIT PARAGRAPH
       END-IF
       IF WSPoHdrOpen NOT = 'Y' OR PoProduct NOT = AtProduct
          OR PoSize NOT = AtSize OR PoQtyReceived >= PoQtyOrdered
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSOpenQty = PoQtyOrdered - PoQtyReceived
       MOVE WSPoHdrVendor TO WSPrefVendor
       PERFORM VendorLeadDays
       CALL "DATEADD" USING WSPoHdrDate, WSLeadDays, WSArrival
       IF WSArrival < AtRunDate
           MOVE AtRunDate TO WSArrival
       END-IF
       IF AtPoCount < 20
           PERFORM InsertPoLine
       END-IF.

InsertPoLine.
*>kept in arrival order as it loads - a later line shifts the rest down
       MOVE ZERO TO WSInsertAt
       PERFORM FindPoInsertPoint
           VARYING WSPoIndex FROM 1 BY 1
           UNTIL WSPoIndex > AtPoCount OR WSInsertAt > ZERO
       IF WSInsertAt = ZERO
           COMPUTE WSInsertAt = AtPoCount + 1
       ELSE
           PERFORM ShiftPoLineDown
               VARYING WSPoIndex FROM AtPoCount BY -1
               UNTIL WSPoIndex < WSInsertAt
       END-IF
       ADD 1 TO AtPoCount
       MOVE PoNumber TO AtPoNumber(WSInsertAt)
       MOVE WSPoHdrVendor TO AtPoVendor(WSInsertAt)
       MOVE WSArrival TO AtPoArrival(WSInsertAt)
       MOVE WSOpenQty TO AtPoOpenQty(WSInsertAt).

FindPoInsertPoint.
       IF AtPoArrival(WSPoIndex) > WSArrival
           MOVE WSPoIndex TO WSInsertAt
       END-IF.

ShiftPoLineDown.
       MOVE AtPoLine(WSPoIndex) TO AtPoLine(WSPoIndex + 1).

VendorLeadDays.
       MOVE ZERO TO WSLeadDays
       MOVE WSPrefVendor TO VnNumber
       READ VendorFile
           KEY IS VnNumber
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE VnLeadDays TO WSLeadDays
       END-READ.

FindPromiseDate.
*>stock on the shelf first, then each open PO line in the order it lands -
*>the demand already queued ahead takes its share before this quantity does
       MOVE AtQty TO WSNeedQty
       IF WSNeedQty = ZERO
           MOVE 1 TO WSNeedQty
       END-IF
       MOVE AtAvailNow TO WSRunning
       IF WSRunning >= WSNeedQty
           MOVE AtRunDate TO AtPromiseDate
           SET AtFromStock TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM TryOnePoLine
           VARYING WSPoIndex FROM 1 BY 1
           UNTIL WSPoIndex > AtPoCount OR AtPromiseDate > ZERO
       IF AtPromiseDate > ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM PreferredVendorDate.

TryOnePoLine.
       ADD AtPoOpenQty(WSPoIndex) TO WSRunning
       IF WSRunning >= WSNeedQty
           MOVE AtPoArrival(WSPoIndex) TO AtPromiseDate
           SET AtFromPo TO TRUE
       END-IF.

PreferredVendorDate.
*>nothing on order covers it - the best honest answer is a fresh buy from
*>the product's preferred vendor at its lead time
       MOVE ZERO TO WSPrefVendor
       OPEN INPUT ProdVendFile
       IF NOT ProdVendOk
           CLOSE ProdVendFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM MatchOnePref UNTIL WSEndOfFile = 'Y'
       CLOSE ProdVendFile
       IF WSPrefVendor = ZERO
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT VendorFile
       IF NOT VendorMasterOk
           CLOSE VendorFile
           EXIT PARAGRAPH
       END-IF
       PERFORM VendorLeadDays
       CLOSE VendorFile
       CALL "DATEADD" USING AtRunDate, WSLeadDays, AtPromiseDate
       SET AtFromLeadTime TO TRUE.

MatchOnePref.
       READ ProdVendFile NEXT
           AT END MOVE 'Y' TO WSEndOfFile
           NOT AT END
               IF PvProduct = AtProduct
                   MOVE PvVendor TO WSPrefVendor
                   MOVE 'Y' TO WSEndOfFile
               END-IF
       END-READ.
