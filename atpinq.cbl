       >>source format free
identification division.
program-id. atpinq.
environment division.
input-output section.
file-control.
       copy prodfc.
data division.
file section.
fd ProductFile.
       copy prodrec.

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSAtpProduct pic x(5).
01 WSAtpSize pic x(1).
01 WSAtpLocation pic x(2).
01 WSAtpQty pic 9(5).
01 WSSlotsBefore pic 9(2).
01 WSPoIndex pic 9(2).
01 WSQtyEdit pic -,---,--9.
01 WSAnother pic x(1) value 'Y'.
       copy atpreq.

procedure division.
0000-MAINLINE. *>"when can I have it" answered from the files instead of
*>the buyer's memory - on hand less what open orders and backorders already
*>claim, then each open PO line in the order it is due to land
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input ProductFile
       if ProductFileNotFound
           display "No products on file"
           close ProductFile
           stop run
       end-if
       perform 1000-ONE-INQUIRY thru 1000-EXIT until WSAnother not = 'Y'
       close ProductFile
       stop run.

1000-ONE-INQUIRY.
       display " "
       display "Product : " with no advancing
       accept WSAtpProduct
       move function upper-case(WSAtpProduct) to WSAtpProduct
       move WSAtpProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " WSAtpProduct " not found"
               go to 1000-ASK-AGAIN
       end-read
       display "Size (" PMSize(1:PMSizeCount) ") : " with no advancing
       accept WSAtpSize
       move function upper-case(WSAtpSize) to WSAtpSize
       move zero to WSSlotsBefore
       inspect PMSize(1:PMSizeCount) tallying WSSlotsBefore
           for characters before initial WSAtpSize
       if WSAtpSize = space or WSSlotsBefore not < PMSizeCount
           display "Size " WSAtpSize " is not stocked for " WSAtpProduct
           go to 1000-ASK-AGAIN
       end-if
       display "Location (blank = all locations) : " with no advancing
       accept WSAtpLocation
       move function upper-case(WSAtpLocation) to WSAtpLocation
       display "Quantity wanted (0 = 1) : " with no advancing
       accept WSAtpQty
       move WSAtpProduct to AtProduct
       move WSAtpSize to AtSize
       compute AtSlot = WSSlotsBefore + 1
       move WSAtpLocation to AtLocation
       move WSAtpQty to AtQty
       move WSRunDate to AtRunDate
       move PMQtyBySize(AtSlot) to AtOnHand
       move PMQtyOnOrder(AtSlot) to AtOnOrder
       call "GETATP" using AtpRequest
       perform 2000-SHOW-ATP.
1000-ASK-AGAIN.
       display "Another inquiry (Y/N) : " with no advancing
       accept WSAnother
       move function upper-case(WSAnother) to WSAnother.
1000-EXIT.
       exit.

2000-SHOW-ATP.
       display " "
       display WSAtpProduct " size " WSAtpSize " location "
           with no advancing
       if WSAtpLocation = spaces
           display "ALL"
       else
           display WSAtpLocation
       end-if
       move AtOnHand to WSQtyEdit
       display "  On hand          " WSQtyEdit
       move AtCommitted to WSQtyEdit
       display "  Open order lines " WSQtyEdit
       move AtBackordered to WSQtyEdit
       display "  Backordered      " WSQtyEdit
       move AtAvailNow to WSQtyEdit
       display "  Available now    " WSQtyEdit
       move AtOnOrder to WSQtyEdit
       display "  On order         " WSQtyEdit
       move AtAvailable to WSQtyEdit
       display "  Available        " WSQtyEdit
       if AtPoCount > zero
           display "  Open PO lines   PO      Vendor  Due       Open qty"
           perform 2100-SHOW-PO-LINE
               varying WSPoIndex from 1 by 1 until WSPoIndex > AtPoCount
       end-if
       evaluate true
           when AtFromStock
               display "  Can ship complete now - " AtPromiseDate
           when AtFromPo
               display "  Can promise for " AtPromiseDate
                   " on open purchase orders"
           when AtFromLeadTime
               display "  Can promise for " AtPromiseDate
                   " on a new buy at the preferred vendor's lead time"
           when other
               display "  No date can be promised - no open PO or preferred vendor"
       end-evaluate.

2100-SHOW-PO-LINE.
       move AtPoOpenQty(WSPoIndex) to WSQtyEdit
       display "                  " AtPoNumber(WSPoIndex) "  "
           AtPoVendor(WSPoIndex) "    " AtPoArrival(WSPoIndex) " "
           WSQtyEdit.
