       >>source format free
identification division.
program-id. poconv.
environment division.
input-output section.
file-control.
       copy pofc.
       select OldPurchaseOrderFile assign to "POOLD.DAT"
           organization is indexed
           access is dynamic
           record key is OPoKey
           alternate record key is OPoVendor with duplicates
           file status is OldPurchaseOrderStatus.
data division.
file section.
fd PurchaseOrderFile.
       copy porec.
fd OldPurchaseOrderFile.
01 OldPurchaseOrderData. *>the layout POMAST.DAT carried before the drop-ship
*>link to the sales order joined the record - an indexed file will not open
*>once the record grows, so the rows come across here instead
       02 OPoKey.
           03 OPoNumber pic 9(6).
           03 OPoLineNo pic 9(2).
       02 OPoVendor      pic 9(4).
       02 OPoDate        pic 9(8).
       02 OPoStatus      pic x(1).
       02 OPoProduct     pic x(5).
       02 OPoSize        pic x(1).
       02 OPoQtyOrdered  pic 9(5).
       02 OPoQtyReceived pic 9(5).
       02 OPoUnitCost    pic 9(5)v99.

working-storage section.
01 PurchaseOrderStatus pic x(2) value "00".
       88 PurchaseOrderOk value "00".
       88 PurchaseOrderNotFound value "35".
01 OldPurchaseOrderStatus pic x(2) value "00".
       88 OldPurchaseOrderOk value "00".
       88 OldPurchaseOrderNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSLoadedCount pic 9(7) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old POMAST.DAT to POOLD.DAT, run this once. Every header and line comes
*>across as it was and as a stock PO - drop shipments only exist for orders
*>DROPSHIP raises from here on
       open input OldPurchaseOrderFile
       if OldPurchaseOrderNotFound
           display "POOLD.DAT not found - rename the old POMAST.DAT to"
               " POOLD.DAT and run again"
           close OldPurchaseOrderFile
           move 1 to return-code
           stop run
       end-if
       open i-o PurchaseOrderFile
       if PurchaseOrderNotFound
           close PurchaseOrderFile
           open output PurchaseOrderFile
           close PurchaseOrderFile
           open i-o PurchaseOrderFile
       end-if
       if not PurchaseOrderOk
           display "Purchase order file is in use by another user - try again later"
           close OldPurchaseOrderFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldPurchaseOrderFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-RECORD until OldEndOfFile = 'Y'
       close OldPurchaseOrderFile, PurchaseOrderFile
       display "Conversion complete - " WSLoadedCount
           " purchase order records carried to the new layout"
       stop run.

1000-CONVERT-ONE-RECORD.
       move OPoNumber to PoNumber
       move OPoLineNo to PoLineNo
       move OPoVendor to PoVendor
       move OPoDate to PoDate
       move OPoStatus to PoStatus
       move OPoProduct to PoProduct
       move OPoSize to PoSize
       move OPoQtyOrdered to PoQtyOrdered
       move OPoQtyReceived to PoQtyReceived
       move OPoUnitCost to PoUnitCost
       move zero to PoDropOrder
       move zero to PoDropLine
       write PurchaseOrderData
           invalid key display "PO " OPoNumber "/" OPoLineNo
               " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       end-write
       read OldPurchaseOrderFile next
           at end move 'Y' to OldEndOfFile
       end-read.
