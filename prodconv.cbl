fd ProductFile.
       copy prodrec.
fd OldProductFile.
01 OldProductMasterData. *>the layout the master carried before the warranty
*>cover and the receiving-inspection flag joined the record - an indexed file
*>will not open once the record grows, so the rows come across here instead
       02 OPMName       pic x(5).
       02 OPMSizeCount  pic 9(1).
       02 OPMSize       pic x(8).
       02 OPMUnitPrice  pic 9(5)v99.
       02 OPMQtyBySize  pic 9(5) occurs 8 times.
       02 OPMMinQty     pic 9(5).
       02 OPMReorderQty pic 9(5).
       02 OPMQtyOnOrder pic 9(5) occurs 8 times.
       02 OPMBin        pic x(6).
       02 OPMUnitCost   pic 9(5)v99.

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
01 WSLoadedCount pic 9(5) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run - rename the old PRODUCT.DAT to
*>PRODOLD.DAT, run this once, and every product comes across with its size
*>run, stock and cost as they were, no warranty cover and no inspection hold
*>until PRODMNT sets them. The product audit trail carries the same images -
*>rename PRODAUDIT.DAT to PRODAUDOLD.DAT and run PAUDCONV straight after
       open input OldProductFile
       if OldProductNotFound
           display "PRODOLD.DAT not found - rename the old PRODUCT.DAT to"
       perform 1000-CONVERT-ONE-PRODUCT until OldEndOfFile = 'Y'
       close OldProductFile, ProductFile
       display "Conversion complete - " WSLoadedCount
           " products carried to the new layout"
       display "Now rename PRODAUDIT.DAT to PRODAUDOLD.DAT and run PAUDCONV"
       stop run.

1000-CONVERT-ONE-PRODUCT.
       move OPMName to PMName
       move OPMSizeCount to PMSizeCount
       move OPMSize to PMSize
       move OPMUnitPrice to PMUnitPrice
       perform 1100-COPY-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       move OPMMinQty to PMMinQty
       move OPMReorderQty to PMReorderQty
       move OPMBin to PMBin
       move OPMUnitCost to PMUnitCost
       move zero to PMWarrantyMonths
       move 'N' to PMVendorWarranty
       move 'N' to PMInspect
       write ProductMasterData
           invalid key display "Product " OPMName " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       read OldProductFile next
           at end move 'Y' to OldEndOfFile
       end-read.

1100-COPY-ONE-SLOT.
       move OPMQtyBySize(WSSizeIndex) to PMQtyBySize(WSSizeIndex)
       move OPMQtyOnOrder(WSSizeIndex) to PMQtyOnOrder(WSSizeIndex).
