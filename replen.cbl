       >>source format free
identification division.
program-id. replen.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy stklfc.
       copy rplfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select XfrWorkFile assign to "replen.tmp"
           organization is line sequential.
       select SortedXfrFile assign to "replensort.tmp"
           organization is line sequential.
       select XfrSortWorkFile assign to "replenwork.tmp".
       select BuyWorkFile assign to "replenbuy.tmp"
           organization is line sequential.
       select ReplenReport assign to "REPLEN.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd StockLocFile.
       copy stklrec.
fd ReplenXfrFile.
       copy rplrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd XfrWorkFile.
01 XfrWorkData. *>one suggested move, sorted into pick-sheet order
       02 XwFromLocation pic x(2).
       02 XwToLocation   pic x(2).
       02 XwProduct      pic x(5).
       02 XwSize         pic x(1).
       02 XwNumber       pic 9(6).
       02 XwFromBin      pic x(6).
       02 XwToBin        pic x(6).
       02 XwQty          pic 9(5).
fd SortedXfrFile.
01 SrtXfrData.
       02 SrtXwFromLocation pic x(2).
       02 SrtXwToLocation   pic x(2).
       02 SrtXwProduct      pic x(5).
       02 SrtXwSize         pic x(1).
       02 SrtXwNumber       pic 9(6).
       02 SrtXwFromBin      pic x(6).
       02 SrtXwToBin        pic x(6).
       02 SrtXwQty          pic 9(5).
SD XfrSortWorkFile.
01 WXfrData.
       02 WXwFromLocation pic x(2).
       02 WXwToLocation   pic x(2).
       02 WXwProduct      pic x(5).
       02 WXwSize         pic x(1).
       02 WXwNumber       pic 9(6).
       02 WXwFromBin      pic x(6).
       02 WXwToBin        pic x(6).
       02 WXwQty          pic 9(5).
fd BuyWorkFile.
01 BuyWorkData. *>a shortfall no other building could cover
       02 BwProduct  pic x(5).
       02 BwSize     pic x(1).
       02 BwLocation pic x(2).
       02 BwShort    pic 9(5).
       02 BwOnOrder  pic 9(5).
       02 BwBuyQty   pic 9(5).
       02 BwExtCost  pic 9(9)v99.
fd ReplenReport.
01 PrintLine pic x(100).

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 StockLocStatus pic x(2) value "00".
       88 StockLocOk value "00".
       88 StockLocNotFound value "35".
01 ReplenXfrStatus pic x(2) value "00".
       88 ReplenXfrOk value "00".
       88 ReplenXfrNotFound value "35".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 WSEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSLastNumber pic 9(6) value zero.
01 WSDroppedCount pic 9(5) value zero.
01 WSCurrentProduct pic x(5) value spaces.
01 WSLocCount pic 9(2) value zero.
01 WSLocTable. *>every building's row for the product in hand
       02 WSLocEntry occurs 20 times.
           03 WSLcLocation pic x(2).
           03 WSLcBin      pic x(6).
           03 WSLcQty      pic s9(5) occurs 8 times.
           03 WSLcMin      pic 9(5) occurs 8 times.
           03 WSLcTarget   pic 9(5) occurs 8 times.
01 WSLocIndex pic 9(2) value zero.
01 WSDonorIndex pic 9(2) value zero.
01 WSBestIndex pic 9(2) value zero.
01 WSSizeIndex pic 9 value zero.
01 WSFillTo pic 9(5).
01 WSKeepQty pic 9(5).
01 WSNeed pic s9(6).
01 WSSurplus pic s9(6).
01 WSBestSurplus pic s9(6).
01 WSMoveQty pic 9(5).
01 WSOnOrderLeft pic 9(5).
01 WSNoDonor pic x(1).
01 WSXfrCount pic 9(5) value zero.
01 WSXfrUnits pic 9(7) value zero.
01 WSBuyCount pic 9(5) value zero.
01 WSBuyCost pic 9(11)v99 value zero.
01 WSSheetFrom pic x(2) value spaces.
01 WSSheetTo pic x(2) value spaces.
01 WSSheetCount pic 9(3) value zero.
01 RptHeading pic x(60) value "Transfer Pick Sheet - replenishment between buildings".
01 RptBuyHeading pic x(60) value "Purchases Needed - the company as a whole is short".
01 RptSubHeading pic x(100).
01 RptPickHeads pic x(100) value
       "Xfr no  Prod   Sz  From    To         Qty   Checked by picker / receiver".
01 RptPickLine.
       02 PrnXfrNumber pic 9(6).
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(2) value space.
       02 PrnSize pic x(1).
       02 filler pic x(3) value space.
       02 PrnFromBin pic x(6).
       02 filler pic x(2) value space.
       02 PrnToBin pic x(6).
       02 filler pic x(2) value space.
       02 PrnQty pic zz,zz9.
       02 filler pic x(3) value space.
       02 filler pic x(30) value "______ / ______".
01 RptBuyHeads pic x(100) value
       "Prod   Sz  Loc   Short  On ord     Buy   Extended cost".
01 RptBuyLine.
       02 PrnBuyProduct pic x(5).
       02 filler pic x(2) value space.
       02 PrnBuySize pic x(1).
       02 filler pic x(3) value space.
       02 PrnBuyLocation pic x(2).
       02 filler pic x(3) value space.
       02 PrnBuyShort pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnBuyOnOrder pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnBuyQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnBuyCost pic zzz,zzz,zz9.99.
01 RptTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnTotalLabel2 pic x(10).
       02 PrnTotalUnits pic z,zzz,zz9.
01 RptCostLine.
       02 PrnCostLabel pic x(40).
       02 PrnTotalCost pic zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>every building below its minimum is topped back to its target
*>from a building holding more than its own target - the pick sheets go out
*>in the morning and STOCKXFR posts what actually moved. Only what no other
*>building can spare is listed to buy, net of what is already on order
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open input StockLocFile
       if StockLocNotFound
           display "No STOCKLOC.DAT - the site is one building, nothing to balance"
           close StockLocFile
           stop run
       end-if
       open input ProductFile
       if ProductFileNotFound
           display "No products on file yet"
           close StockLocFile, ProductFile
           stop run
       end-if
       perform 0500-CLEAR-PENDING
       if not ReplenXfrOk
           close StockLocFile, ProductFile
           move 1 to return-code
           stop run
       end-if
       open output XfrWorkFile, BuyWorkFile
       move 'N' to WSEndOfFile
       perform 1000-LOAD-ONE-LOCATION until WSEndOfFile = 'Y'
       if WSLocCount > zero
           perform 2000-BALANCE-PRODUCT thru 2000-EXIT
       end-if
       close StockLocFile, ProductFile, ReplenXfrFile, XfrWorkFile, BuyWorkFile
       sort XfrSortWorkFile on ascending key WXwFromLocation
           ascending key WXwToLocation
           ascending key WXwProduct
           ascending key WXwSize
           using XfrWorkFile
           giving SortedXfrFile
       call "CBL_DELETE_FILE" using "replen.tmp"
       open output ReplenReport
       perform 3000-PRINT-PICK-SHEETS
       perform 4000-PRINT-PURCHASES
       close ReplenReport
       call "CBL_DELETE_FILE" using "replensort.tmp"
       call "CBL_DELETE_FILE" using "replenbuy.tmp"
       display WSXfrCount " transfer(s) suggested on " WSSheetCount
           " pick sheet(s), " WSBuyCount " shortfall(s) to buy, "
           WSDroppedCount " unconfirmed suggestion(s) replaced - REPLEN.rpt"
       stop run.

0100-GET-BUSINESS-DATE.
       open input BusDateFile
       if BusDateFileOk
           read BusDateFile
               at end continue
               not at end
                   if BusDateLine is numeric and BusDateLine > zero
                       move BusDateLine to WSRunDate
                   end-if
           end-read
       end-if
       close BusDateFile.

0500-CLEAR-PENDING. *>last night's suggestions nobody confirmed are stale -
*>tonight's figures replace them; confirmed ones stay as the record
       open i-o ReplenXfrFile
       if ReplenXfrNotFound
           close ReplenXfrFile
           open output ReplenXfrFile
           close ReplenXfrFile
           open i-o ReplenXfrFile
       end-if
       if not ReplenXfrOk
           display "Replenishment file is in use by another user - try again later"
           close ReplenXfrFile
           exit paragraph
       end-if
       move 'N' to WSEndOfFile
       perform 0510-CLEAR-ONE-PENDING until WSEndOfFile = 'Y'
       move "00" to ReplenXfrStatus.

0510-CLEAR-ONE-PENDING.
       read ReplenXfrFile next
           at end
               move 'Y' to WSEndOfFile
           not at end
               if RxNumber > WSLastNumber
                   move RxNumber to WSLastNumber
               end-if
               if RxPending
                   delete ReplenXfrFile record
                   add 1 to WSDroppedCount
               end-if
       end-read.

1000-LOAD-ONE-LOCATION. *>the file is keyed product then location, so each
*>product's buildings arrive together
       read StockLocFile next
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       if SlProduct not = WSCurrentProduct
           if WSLocCount > zero
               perform 2000-BALANCE-PRODUCT thru 2000-EXIT
           end-if
           move zero to WSLocCount
           move SlProduct to WSCurrentProduct
       end-if
       if WSLocCount < 20
           add 1 to WSLocCount
           move SlLocation to WSLcLocation(WSLocCount)
           move SlBin to WSLcBin(WSLocCount)
           perform 1100-LOAD-ONE-SLOT
               varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       end-if.

1100-LOAD-ONE-SLOT.
       move SlQtyBySize(WSSizeIndex) to WSLcQty(WSLocCount, WSSizeIndex)
       move SlMinQty(WSSizeIndex) to WSLcMin(WSLocCount, WSSizeIndex)
       move SlTargetQty(WSSizeIndex) to WSLcTarget(WSLocCount, WSSizeIndex).

2000-BALANCE-PRODUCT.
       move WSCurrentProduct to PMName
       read ProductFile
           key is PMName
           invalid key go to 2000-EXIT
       end-read
       perform 2100-BALANCE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount.
2000-EXIT.
       exit.

2100-BALANCE-SLOT. *>open purchase for the slot covers shortfalls before
*>anything new is bought
       move PMQtyOnOrder(WSSizeIndex) to WSOnOrderLeft
       perform 2200-TOP-UP-LOCATION
           varying WSLocIndex from 1 by 1 until WSLocIndex > WSLocCount.

2200-TOP-UP-LOCATION.
       if WSLcMin(WSLocIndex, WSSizeIndex) = zero
          or WSLcQty(WSLocIndex, WSSizeIndex) >= WSLcMin(WSLocIndex, WSSizeIndex)
           exit paragraph
       end-if
       if WSLcTarget(WSLocIndex, WSSizeIndex) > zero
           move WSLcTarget(WSLocIndex, WSSizeIndex) to WSFillTo
       else
           move WSLcMin(WSLocIndex, WSSizeIndex) to WSFillTo
       end-if
       compute WSNeed = WSFillTo - WSLcQty(WSLocIndex, WSSizeIndex)
       move 'N' to WSNoDonor
       perform 2300-TAKE-FROM-BEST-DONOR until WSNeed = zero or WSNoDonor = 'Y'
       if WSNeed > zero
           perform 2500-SUGGEST-PURCHASE
       end-if.

2300-TAKE-FROM-BEST-DONOR. *>the building with the most to spare gives first -
*>fewer, larger moves
       move zero to WSBestIndex, WSBestSurplus
       perform 2310-RATE-DONOR
           varying WSDonorIndex from 1 by 1 until WSDonorIndex > WSLocCount
       if WSBestIndex = zero
           move 'Y' to WSNoDonor
           exit paragraph
       end-if
       if WSBestSurplus < WSNeed
           move WSBestSurplus to WSMoveQty
       else
           move WSNeed to WSMoveQty
       end-if
       perform 2400-WRITE-SUGGESTION
       subtract WSMoveQty from WSLcQty(WSBestIndex, WSSizeIndex)
       add WSMoveQty to WSLcQty(WSLocIndex, WSSizeIndex)
       subtract WSMoveQty from WSNeed.

2310-RATE-DONOR. *>a building keeps its own target (or minimum) - one with no
*>level set here holds nothing it needs to keep
       if WSDonorIndex = WSLocIndex
           exit paragraph
       end-if
       if WSLcTarget(WSDonorIndex, WSSizeIndex) > zero
           move WSLcTarget(WSDonorIndex, WSSizeIndex) to WSKeepQty
       else
           move WSLcMin(WSDonorIndex, WSSizeIndex) to WSKeepQty
       end-if
       compute WSSurplus = WSLcQty(WSDonorIndex, WSSizeIndex) - WSKeepQty
       if WSSurplus > WSBestSurplus
           move WSSurplus to WSBestSurplus
           move WSDonorIndex to WSBestIndex
       end-if.

2400-WRITE-SUGGESTION.
       add 1 to WSLastNumber
       move WSLastNumber to RxNumber
       move WSRunDate to RxRunDate
       set RxPending to true
       move PMName to RxProduct
       move PMSize(WSSizeIndex:1) to RxSize
       move WSSizeIndex to RxSlot
       move WSLcLocation(WSBestIndex) to RxFromLocation
       move WSLcBin(WSBestIndex) to RxFromBin
       move WSLcLocation(WSLocIndex) to RxToLocation
       move WSLcBin(WSLocIndex) to RxToBin
       move WSMoveQty to RxQty
       move zero to RxPostedQty, RxPostedDate
       move spaces to RxOperator
       write ReplenXfrData
           invalid key
               display "Transfer " RxNumber " could not be written"
               exit paragraph
       end-write
       move RxFromLocation to XwFromLocation
       move RxToLocation to XwToLocation
       move RxProduct to XwProduct
       move RxSize to XwSize
       move RxNumber to XwNumber
       move RxFromBin to XwFromBin
       move RxToBin to XwToBin
       move RxQty to XwQty
       write XfrWorkData
       add 1 to WSXfrCount
       add WSMoveQty to WSXfrUnits.

2500-SUGGEST-PURCHASE. *>no building can spare it, so the company is short -
*>what is already on order for the slot is spoken for first
       move PMName to BwProduct
       move PMSize(WSSizeIndex:1) to BwSize
       move WSLcLocation(WSLocIndex) to BwLocation
       move WSNeed to BwShort
       if WSOnOrderLeft >= WSNeed
           move WSNeed to BwOnOrder
           subtract WSNeed from WSOnOrderLeft
           move zero to BwBuyQty
       else
           move WSOnOrderLeft to BwOnOrder
           compute BwBuyQty = WSNeed - WSOnOrderLeft
           move zero to WSOnOrderLeft
       end-if
       if PMUnitCost > zero
           compute BwExtCost = BwBuyQty * PMUnitCost
       else
           compute BwExtCost = BwBuyQty * PMUnitPrice
       end-if
       write BuyWorkData
       add 1 to WSBuyCount
       add BwExtCost to WSBuyCost.

3000-PRINT-PICK-SHEETS. *>one sheet per sending and receiving building, so the
*>picker walks one building and the driver takes one load
       open input SortedXfrFile
       move 'N' to WSEndOfFile
       perform 3100-PRINT-ONE-TRANSFER until WSEndOfFile = 'Y'
       close SortedXfrFile
       if WSSheetCount = zero
           write PrintLine from RptHeading after advancing page
           move "No building is below its minimum - no transfers tonight"
               to PrintLine
           write PrintLine after advancing 2 lines
       end-if.

3100-PRINT-ONE-TRANSFER.
       read SortedXfrFile
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       if SrtXwFromLocation not = WSSheetFrom or SrtXwToLocation not = WSSheetTo
           perform 3200-START-PICK-SHEET
       end-if
       move SrtXwNumber to PrnXfrNumber
       move SrtXwProduct to PrnProduct
       move SrtXwSize to PrnSize
       move SrtXwFromBin to PrnFromBin
       move SrtXwToBin to PrnToBin
       move SrtXwQty to PrnQty
       write PrintLine from RptPickLine after advancing 1 line.

3200-START-PICK-SHEET.
       move SrtXwFromLocation to WSSheetFrom
       move SrtXwToLocation to WSSheetTo
       add 1 to WSSheetCount
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   from location " delimited by size
           WSSheetFrom delimited by size
           "   to location " delimited by size
           WSSheetTo delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptPickHeads after advancing 2 lines.

4000-PRINT-PURCHASES.
       write PrintLine from RptBuyHeading after advancing page
       move spaces to RptSubHeading
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   shortfalls no other building could cover" delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptBuyHeads after advancing 2 lines
       open input BuyWorkFile
       move 'N' to WSEndOfFile
       perform 4100-PRINT-ONE-PURCHASE until WSEndOfFile = 'Y'
       close BuyWorkFile
       move "Transfers suggested" to PrnTotalLabel
       move WSXfrCount to PrnTotalCount
       move "units" to PrnTotalLabel2
       move WSXfrUnits to PrnTotalUnits
       write PrintLine from RptTotalLine after advancing 2 lines
       move "Shortfalls no building could cover" to PrnTotalLabel
       move WSBuyCount to PrnTotalCount
       move spaces to PrnTotalLabel2
       move zero to PrnTotalUnits
       write PrintLine from RptTotalLine after advancing 1 line
       move "Cost of the purchases needed" to PrnCostLabel
       move WSBuyCost to PrnTotalCost
       write PrintLine from RptCostLine after advancing 1 line.

4100-PRINT-ONE-PURCHASE.
       read BuyWorkFile
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       move BwProduct to PrnBuyProduct
       move BwSize to PrnBuySize
       move BwLocation to PrnBuyLocation
       move BwShort to PrnBuyShort
       move BwOnOrder to PrnBuyOnOrder
       move BwBuyQty to PrnBuyQty
       move BwExtCost to PrnBuyCost
       write PrintLine from RptBuyLine after advancing 1 line.
