       >>source format free
identification division.
program-id. stklconv.
environment division.
input-output section.
file-control.
       copy stklfc.
       select OldStockLocFile assign to "STKLOCOLD.DAT"
           organization is indexed
           access is dynamic
           record key is OSlKey
           file status is OldStockLocStatus.
data division.
file section.
fd StockLocFile.
       copy stklrec.
fd OldStockLocFile.
01 OldStockLocData. *>the layout STOCKLOC.DAT carried before the minimum and
*>target levels joined the record
       02 OSlKey.
           03 OSlProduct  pic x(5).
           03 OSlLocation pic x(2).
       02 OSlQtyBySize pic s9(5) occurs 8 times.
       02 OSlBin       pic x(6).

working-storage section.
01 StockLocStatus pic x(2) value "00".
       88 StockLocOk value "00".
       88 StockLocNotFound value "35".
01 OldStockLocStatus pic x(2) value "00".
       88 OldStockLocOk value "00".
       88 OldStockLocNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSSizeIndex pic 9 value zero.
01 WSLoadedCount pic 9(7) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old STOCKLOC.DAT to STKLOCOLD.DAT, run this once. Every building comes
*>across with no stocking levels; LOCLVL sets them where they are wanted
       open input OldStockLocFile
       if OldStockLocNotFound
           display "STKLOCOLD.DAT not found - rename the old STOCKLOC.DAT to"
               " STKLOCOLD.DAT and run again"
           close OldStockLocFile
           move 1 to return-code
           stop run
       end-if
       open i-o StockLocFile
       if StockLocNotFound
           close StockLocFile
           open output StockLocFile
           close StockLocFile
           open i-o StockLocFile
       end-if
       if not StockLocOk
           display "Stock location file is in use by another user - try again later"
           close OldStockLocFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldStockLocFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-RECORD until OldEndOfFile = 'Y'
       close OldStockLocFile, StockLocFile
       display "Conversion complete - " WSLoadedCount
           " location records carried to the new layout"
       stop run.

1000-CONVERT-ONE-RECORD.
       move OSlProduct to SlProduct
       move OSlLocation to SlLocation
       perform 1100-CONVERT-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       move OSlBin to SlBin
       write StockLocData
           invalid key display "Location record " OSlProduct "/" OSlLocation
               " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       end-write
       read OldStockLocFile next
           at end move 'Y' to OldEndOfFile
       end-read.

1100-CONVERT-ONE-SLOT.
       move OSlQtyBySize(WSSizeIndex) to SlQtyBySize(WSSizeIndex)
       move zero to SlMinQty(WSSizeIndex), SlTargetQty(WSSizeIndex).
