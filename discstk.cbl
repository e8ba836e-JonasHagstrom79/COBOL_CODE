       >>source format free
identification division.
program-id. discstk.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy supfc.
       select BackOrderFile assign to "BACKORDER.DAT"
           organization is line sequential
           file status is BackOrderFileStatus.
       select DiscStockReport assign to "DISCSTK.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd SupersedeFile.
       copy suprec.
fd BackOrderFile.
       copy borec.
fd DiscStockReport.
01 PrintLine pic x(120).

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 SupersedeFileStatus pic x(2) value "00".
       88 SupersedeFileOk value "00".
       88 SupersedeFileNotFound value "35".
01 BackOrderFileStatus pic x(2) value "00".
       88 BackOrderFileOk value "00".
01 SupersedeEndOfFile pic x(1) value 'N'.
01 BackOrderEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSSizeIndex pic 9(1).
01 WSSlotsBefore pic 9(2).
01 WSBoBySize. *>backorders still waiting on the discontinued product, by slot
       02 WSBoQty pic 9(5) occurs 8 times.
01 WSCostValue pic 9(9)v99.
01 WSRetailValue pic 9(9)v99.
01 WSProductHasStock pic x(1).
01 WSDiscCount pic 9(5) value zero.
01 WSWithStockCount pic 9(5) value zero.
01 WSSoldOutCount pic 9(5) value zero.
01 WSTotalOnHand pic 9(7) value zero.
01 WSTotalOnOrder pic 9(7) value zero.
01 WSTotalBackorder pic 9(7) value zero.
01 WSTotalCost pic 9(11)v99 value zero.
01 WSTotalRetail pic 9(11)v99 value zero.
01 RptHeading pic x(60) value "Stock Remaining on Discontinued Products".
01 RptSubHeading pic x(120).
01 RptColHeads pic x(120) value
       "Prod  Sz Since    Repl  Sz On hand  On order  Backord   Unit cost      Cost value   Retail value".
01 RptDetailLine.
       02 PrnProduct pic x(5).
       02 filler pic x(1) value space.
       02 PrnSize pic x(1).
       02 filler pic x(2) value space.
       02 PrnDiscDate pic 9(8).
       02 filler pic x(1) value space.
       02 PrnReplacement pic x(5).
       02 filler pic x(1) value space.
       02 PrnNewSize pic x(1).
       02 filler pic x(3) value space.
       02 PrnOnHand pic zz,zz9.
       02 filler pic x(4) value space.
       02 PrnOnOrder pic zz,zz9.
       02 filler pic x(3) value space.
       02 PrnBackorder pic zz,zz9.
       02 filler pic x(3) value space.
       02 PrnUnitCost pic zz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnCostValue pic zzz,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnRetailValue pic zzz,zzz,zz9.99.
01 RptTotalLine.
       02 PrnTotalLabel pic x(25).
       02 PrnTotalOnHand pic z,zzz,zz9.
       02 filler pic x(1) value space.
       02 PrnTotalOnOrder pic z,zzz,zz9.
       02 PrnTotalBackorder pic z,zzz,zz9.
       02 filler pic x(14) value space.
       02 PrnTotalCost pic zzz,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnTotalRetail pic zzz,zzz,zz9.99.
01 RptCountLine pic x(120).

procedure division.
0000-MAINLINE. *>what is still on the shelf of every product that has left the
*>range, valued at cost and at retail so it can be cleared, with anything still
*>on order (a PO to cancel) and backorders left waiting on a size the
*>successor has no equivalent for
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input SupersedeFile
       if SupersedeFileNotFound
           display "No discontinued products on file"
           close SupersedeFile
           stop run
       end-if
       if not SupersedeFileOk
           display "Supersession file is in use by another user - try again later"
           close SupersedeFile
           move 1 to return-code
           stop run
       end-if
       open input ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close SupersedeFile, ProductFile
           move 1 to return-code
           stop run
       end-if
       open output DiscStockReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Run " delimited by size
           WSRunDate delimited by size
           "   valued at current unit cost and list price" delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       move 'N' to SupersedeEndOfFile
       perform 1000-REVIEW-ONE-PRODUCT thru 1000-EXIT
           until SupersedeEndOfFile = 'Y'
       perform 3000-PRINT-TOTALS
       close SupersedeFile, ProductFile, DiscStockReport
       display WSDiscCount " discontinued product(s), " WSWithStockCount
           " still holding stock - DISCSTK.rpt"
       stop run.

1000-REVIEW-ONE-PRODUCT.
       read SupersedeFile next
           at end
               move 'Y' to SupersedeEndOfFile
               go to 1000-EXIT
       end-read
       if not SpDiscontinued
           go to 1000-EXIT
       end-if
       add 1 to WSDiscCount
       move SpName to PMName
       read ProductFile
           key is PMName
           invalid key
               add 1 to WSSoldOutCount
               go to 1000-EXIT
       end-read
       perform 1100-COUNT-BACKORDERS thru 1100-EXIT
       move 'N' to WSProductHasStock
       perform 2000-PRINT-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
       if WSProductHasStock = 'Y'
           add 1 to WSWithStockCount
       else
           add 1 to WSSoldOutCount
       end-if.
1000-EXIT.
       exit.

1100-COUNT-BACKORDERS. *>backorders still under the old code - the ones PRODMNT
*>could not move to the successor
       move zero to WSBoQty(1), WSBoQty(2), WSBoQty(3), WSBoQty(4),
           WSBoQty(5), WSBoQty(6), WSBoQty(7), WSBoQty(8)
       open input BackOrderFile
       if not BackOrderFileOk
           close BackOrderFile
           go to 1100-EXIT
       end-if
       move 'N' to BackOrderEndOfFile
       perform 1110-COUNT-ONE-BACKORDER until BackOrderEndOfFile = 'Y'
       close BackOrderFile.
1100-EXIT.
       exit.

1110-COUNT-ONE-BACKORDER.
       read BackOrderFile next
           at end move 'Y' to BackOrderEndOfFile
           not at end
               if BoProduct = PMName
                   move zero to WSSlotsBefore
                   inspect PMSize tallying WSSlotsBefore
                       for characters before initial BoSize
                   if WSSlotsBefore < 8
                       add BoQty to WSBoQty(WSSlotsBefore + 1)
                   end-if
               end-if
       end-read.

2000-PRINT-ONE-SLOT. *>a slot with nothing on hand, on order or waiting is done
       if PMQtyBySize(WSSizeIndex) = zero and PMQtyOnOrder(WSSizeIndex) = zero
          and WSBoQty(WSSizeIndex) = zero
           exit paragraph
       end-if
       if PMQtyBySize(WSSizeIndex) > zero
           move 'Y' to WSProductHasStock
       end-if
       compute WSCostValue = PMQtyBySize(WSSizeIndex) * PMUnitCost
       compute WSRetailValue = PMQtyBySize(WSSizeIndex) * PMUnitPrice
       move PMName to PrnProduct
       move PMSize(WSSizeIndex:1) to PrnSize
       move SpDiscDate to PrnDiscDate
       move SpReplacement to PrnReplacement
       move space to PrnNewSize
       move zero to WSSlotsBefore
       inspect SpOldSizes tallying WSSlotsBefore
           for characters before initial PMSize(WSSizeIndex:1)
       if WSSlotsBefore < 8
           move SpNewSizes(WSSlotsBefore + 1:1) to PrnNewSize
       end-if
       move PMQtyBySize(WSSizeIndex) to PrnOnHand
       move PMQtyOnOrder(WSSizeIndex) to PrnOnOrder
       move WSBoQty(WSSizeIndex) to PrnBackorder
       move PMUnitCost to PrnUnitCost
       move WSCostValue to PrnCostValue
       move WSRetailValue to PrnRetailValue
       write PrintLine from RptDetailLine after advancing 1 line
       add PMQtyBySize(WSSizeIndex) to WSTotalOnHand
       add PMQtyOnOrder(WSSizeIndex) to WSTotalOnOrder
       add WSBoQty(WSSizeIndex) to WSTotalBackorder
       add WSCostValue to WSTotalCost
       add WSRetailValue to WSTotalRetail.

3000-PRINT-TOTALS.
       move "Total remaining" to PrnTotalLabel
       move WSTotalOnHand to PrnTotalOnHand
       move WSTotalOnOrder to PrnTotalOnOrder
       move WSTotalBackorder to PrnTotalBackorder
       move WSTotalCost to PrnTotalCost
       move WSTotalRetail to PrnTotalRetail
       write PrintLine from RptTotalLine after advancing 2 lines
       move spaces to RptCountLine
       string "Discontinued products : " delimited by size
           WSDiscCount delimited by size
           "   still holding stock : " delimited by size
           WSWithStockCount delimited by size
           "   sold out : " delimited by size
           WSSoldOutCount delimited by size
           into RptCountLine
       end-string
       write PrintLine from RptCountLine after advancing 1 line.
