       >>source format free
identification division.
program-id. lotexpiry.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy lotfc.
       select ExpiringFile assign to "lotexpiry.tmp"
           organization is line sequential.
       select SortedExpiringFile assign to "lotexpsort.tmp"
           organization is line sequential.
       select ExpirySortWorkFile assign to "lotexpwork.tmp".
       select ExpiryReport assign to "LOTEXPIRY.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd LotStockFile.
       copy lotrec.
fd ExpiringFile.
01 ExpiringData. *>one lot inside the window, written in product order
       02 ExExpiry    pic 9(8).
       02 ExProduct   pic x(5).
       02 ExSize      pic x(1).
       02 ExLocation  pic x(2).
       02 ExLotNumber pic x(10).
       02 ExQty       pic 9(5).
       02 ExDaysLeft  pic s9(7).
fd SortedExpiringFile.
01 SrtExpiringData.
       02 SrtExExpiry    pic 9(8).
       02 SrtExProduct   pic x(5).
       02 SrtExSize      pic x(1).
       02 SrtExLocation  pic x(2).
       02 SrtExLotNumber pic x(10).
       02 SrtExQty       pic 9(5).
       02 SrtExDaysLeft  pic s9(7).
SD ExpirySortWorkFile.
01 WExpiringData.
       02 WExExpiry    pic 9(8).
       02 WExProduct   pic x(5).
       02 WExSize      pic x(1).
       02 WExLocation  pic x(2).
       02 WExLotNumber pic x(10).
       02 WExQty       pic 9(5).
       02 WExDaysLeft  pic s9(7).
fd ExpiryReport.
01 PrintLine pic x(110).

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 LotStockStatus pic x(2) value "00".
       88 LotStockOk value "00".
       88 LotStockNotFound value "35".
01 LotStockEndOfFile pic x(1) value 'N'.
01 ExpiringEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSWindowDays pic 9(3) value zero.
01 WSRptLocation pic x(2) value spaces. *>a building, or blank for all
01 WSDaysLeft pic s9(7).
01 WSUnitCost pic 9(5)v99.
01 WSUnitPrice pic 9(5)v99.
01 WSCostValue pic 9(9)v99.
01 WSRetailValue pic 9(9)v99.
01 WSLotCount pic 9(5) value zero.
01 WSExpiredCount pic 9(5) value zero.
01 WSTotalCost pic 9(11)v99 value zero.
01 WSTotalRetail pic 9(11)v99 value zero.
01 WSExpiredCost pic 9(11)v99 value zero.
01 RptHeading pic x(60) value "Expiring Stock - markdown before write-off".
01 RptSubHeading pic x(110).
01 RptColHeads pic x(110) value
       "Expires   Days  Prod  Sz Loc Lot            Qty   Unit cost    Cost value  Retail value".
01 RptDetailLine.
       02 PrnExpiry pic 9(8).
       02 filler pic x(1) value space.
       02 PrnDaysLeft pic x(7).
       02 filler pic x(1) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(1) value space.
       02 PrnSize pic x(1).
       02 filler pic x(2) value space.
       02 PrnLocation pic x(2).
       02 filler pic x(2) value space.
       02 PrnLotNumber pic x(10).
       02 filler pic x(1) value space.
       02 PrnQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnUnitCost pic zz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnCostValue pic zzz,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnRetailValue pic zzz,zzz,zz9.99.
01 WSDaysEdit pic ---,--9.
01 RptTotalLine.
       02 PrnTotalLabel pic x(46).
       02 filler pic x(1) value space.
       02 PrnTotalCount pic zz,zz9.
       02 filler pic x(11) value space.
       02 PrnTotalCost pic zzz,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnTotalRetail pic zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>lots going off inside the window, soonest first, valued at
*>cost and at retail so merchandising can mark them down while they still
*>sell - lots already past their date head the list as write-off candidates
       display "Days ahead to look (0 = 30) : " with no advancing
       accept WSWindowDays
       if WSWindowDays = zero
           move 30 to WSWindowDays
       end-if
       display "Location (blank = all locations) : " with no advancing
       accept WSRptLocation
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input LotStockFile
       if LotStockNotFound
           display "No lot-controlled stock on file"
           close LotStockFile
           stop run
       end-if
       open output ExpiringFile
       move 'N' to LotStockEndOfFile
       perform 1000-TEST-ONE-LOT until LotStockEndOfFile = 'Y'
       close LotStockFile, ExpiringFile
       sort ExpirySortWorkFile on ascending key WExExpiry
           ascending key WExProduct
           ascending key WExSize
           using ExpiringFile
           giving SortedExpiringFile
       call "CBL_DELETE_FILE" using "lotexpiry.tmp"
       perform 2000-PRINT-THE-LOTS
       call "CBL_DELETE_FILE" using "lotexpsort.tmp"
       display WSLotCount " lot(s) expiring within " WSWindowDays " days, "
           WSExpiredCount " already expired - LOTEXPIRY.rpt"
       stop run.

1000-TEST-ONE-LOT.
       read LotStockFile next
           at end move 'Y' to LotStockEndOfFile
           not at end
               if LtQtyOnHand > zero and LtExpiry not = 99999999
                  and (WSRptLocation = spaces or LtLocation = WSRptLocation)
                   call "DATEDIFF" using WSRunDate, LtExpiry, WSDaysLeft
                   if WSDaysLeft <= WSWindowDays
                       move LtExpiry to ExExpiry
                       move LtProduct to ExProduct
                       move LtSize to ExSize
                       move LtLocation to ExLocation
                       move LtLotNumber to ExLotNumber
                       move LtQtyOnHand to ExQty
                       move WSDaysLeft to ExDaysLeft
                       write ExpiringData
                   end-if
               end-if
       end-read.

2000-PRINT-THE-LOTS.
       open input ProductFile
       open input SortedExpiringFile
       open output ExpiryReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Run " delimited by size
           WSRunDate delimited by size
           "   window " delimited by size
           WSWindowDays delimited by size
           " days   location " delimited by size
           WSRptLocation delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       move 'N' to ExpiringEndOfFile
       perform 2100-PRINT-ONE-LOT until ExpiringEndOfFile = 'Y'
       move "Lots in the window" to PrnTotalLabel
       move WSLotCount to PrnTotalCount
       move WSTotalCost to PrnTotalCost
       move WSTotalRetail to PrnTotalRetail
       write PrintLine from RptTotalLine after advancing 2 lines
       move "  of which already expired (write-off)" to PrnTotalLabel
       move WSExpiredCount to PrnTotalCount
       move WSExpiredCost to PrnTotalCost
       move zero to PrnTotalRetail
       write PrintLine from RptTotalLine after advancing 1 line
       close ProductFile, SortedExpiringFile, ExpiryReport.

2100-PRINT-ONE-LOT.
       read SortedExpiringFile
           at end move 'Y' to ExpiringEndOfFile
           not at end
               perform 2200-VALUE-AND-PRINT
       end-read.

2200-VALUE-AND-PRINT.
       move zero to WSUnitCost, WSUnitPrice
       move SrtExProduct to PMName
       read ProductFile
           key is PMName
           invalid key continue
           not invalid key
               move PMUnitCost to WSUnitCost
               move PMUnitPrice to WSUnitPrice
       end-read
       compute WSCostValue = SrtExQty * WSUnitCost
       compute WSRetailValue = SrtExQty * WSUnitPrice
       move SrtExExpiry to PrnExpiry
       if SrtExDaysLeft < zero
           move "EXPIRED" to PrnDaysLeft
           add 1 to WSExpiredCount
           add WSCostValue to WSExpiredCost
       else
           move SrtExDaysLeft to WSDaysEdit
           move WSDaysEdit to PrnDaysLeft
       end-if
       move SrtExProduct to PrnProduct
       move SrtExSize to PrnSize
       move SrtExLocation to PrnLocation
       move SrtExLotNumber to PrnLotNumber
       move SrtExQty to PrnQty
       move WSUnitCost to PrnUnitCost
       move WSCostValue to PrnCostValue
       move WSRetailValue to PrnRetailValue
       write PrintLine from RptDetailLine after advancing 1 line
       add 1 to WSLotCount
       add WSCostValue to WSTotalCost
       add WSRetailValue to WSTotalRetail.
