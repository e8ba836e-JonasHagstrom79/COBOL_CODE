ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy stklfc.
DATA DIVISION.
FILE SECTION.
FD StockLocFile.
       copy stklrec.
WORKING-STORAGE SECTION.
       01 StockLocStatus PIC X(2) VALUE "00".
           88 StockLocOk VALUE "00".
               PERFORM VARYING WSSlotIndex FROM 1 BY 1
                   UNTIL WSSlotIndex > 8
                   MOVE ZERO TO SlQtyBySize(WSSlotIndex)
                   MOVE ZERO TO SlMinQty(WSSlotIndex)
                   MOVE ZERO TO SlTargetQty(WSSlotIndex)
               END-PERFORM
               MOVE SPACES TO SlBin
               IF LQty > ZERO
