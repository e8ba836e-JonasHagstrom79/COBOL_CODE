       >>source format free
identification division.
program-id. loclvl.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy stklfc.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd StockLocFile.
       copy stklrec.

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 StockLocStatus pic x(2) value "00".
       88 StockLocOk value "00".
       88 StockLocNotFound value "35".
01 WSMode pic x(1) value 'Y'. *>Y=another level, N=done
01 WSLvlProduct pic x(5).
01 WSLvlSize pic x(1).
01 WSLvlLocation pic x(2).
01 WSLvlMin pic 9(5).
01 WSLvlTarget pic 9(5).
01 WSSizeIndex pic 9 value zero.
01 WSSlotsBefore pic 9(2) value zero.
01 WSNewRow pic x(1).

procedure division.
0000-MAINLINE. *>the stocking level each building keeps of a product size -
*>the minimum that triggers a top-up and the target it is filled back to.
*>REPLEN works from these every night
       open i-o StockLocFile
       if StockLocNotFound
           display "No STOCKLOC.DAT yet - seed the locations with a cycle"
               " count before setting levels"
           close StockLocFile
           stop run
       end-if
       if not StockLocOk
           display "Stock location file is in use by another user - try again later"
           close StockLocFile
           stop run
       end-if
       open input ProductFile
       if ProductFileNotFound
           display "No products on file yet"
           close ProductFile, StockLocFile
           stop run
       end-if
       perform 1000-SET-ONE-LEVEL thru 1000-EXIT until WSMode = 'N'
       close ProductFile, StockLocFile
       stop run.

1000-SET-ONE-LEVEL.
       display "Product code : " with no advancing
       accept WSLvlProduct
       move function upper-case(WSLvlProduct) to WSLvlProduct
       move WSLvlProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " WSLvlProduct " not found"
               go to 1000-EXIT
       end-read
       display "Size (" PMSize(1:PMSizeCount) ") : " with no advancing
       accept WSLvlSize
       move function upper-case(WSLvlSize) to WSLvlSize
       move zero to WSSlotsBefore
       inspect PMSize(1:PMSizeCount) tallying WSSlotsBefore
           for characters before initial WSLvlSize
       if WSLvlSize = space or WSSlotsBefore not < PMSizeCount
           display "Size " WSLvlSize " not offered for " WSLvlProduct
           go to 1000-EXIT
       end-if
       compute WSSizeIndex = WSSlotsBefore + 1
       display "Location : " with no advancing
       accept WSLvlLocation
       move function upper-case(WSLvlLocation) to WSLvlLocation
       if WSLvlLocation = spaces
           display "A location is needed"
           go to 1000-EXIT
       end-if
       move 'N' to WSNewRow
       move WSLvlProduct to SlProduct
       move WSLvlLocation to SlLocation
       read StockLocFile
           key is SlKey
           invalid key
               move 'Y' to WSNewRow
               perform 1200-START-NEW-ROW
       end-read
       display "Location " WSLvlLocation " holds " SlQtyBySize(WSSizeIndex)
           " - minimum " SlMinQty(WSSizeIndex)
           " target " SlTargetQty(WSSizeIndex)
       display "New minimum (0 = keep no level here) : " with no advancing
       accept WSLvlMin
       display "New target (0 = the minimum) : " with no advancing
       accept WSLvlTarget
       if WSLvlTarget > zero and WSLvlTarget < WSLvlMin
           display "Target " WSLvlTarget " is below the minimum " WSLvlMin
               " - level not changed"
           go to 1000-EXIT
       end-if
       move WSLvlMin to SlMinQty(WSSizeIndex)
       move WSLvlTarget to SlTargetQty(WSSizeIndex)
       if WSNewRow = 'Y'
           write StockLocData
               invalid key display "Level for " WSLvlProduct " at "
                   WSLvlLocation " could not be added"
               not invalid key display "Level set for " WSLvlProduct
                   " size " WSLvlSize " at " WSLvlLocation
           end-write
       else
           rewrite StockLocData
               invalid key display "Level for " WSLvlProduct " at "
                   WSLvlLocation " could not be changed"
               not invalid key display "Level set for " WSLvlProduct
                   " size " WSLvlSize " at " WSLvlLocation
           end-rewrite
       end-if.
1000-EXIT.
       display "Another level (Y/N) : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode.

1200-START-NEW-ROW. *>a building that has never held the product starts empty
       move WSLvlProduct to SlProduct
       move WSLvlLocation to SlLocation
       move spaces to SlBin
       perform 1210-CLEAR-ONE-SLOT
           varying WSSlotsBefore from 1 by 1 until WSSlotsBefore > 8.

1210-CLEAR-ONE-SLOT.
       move zero to SlQtyBySize(WSSlotsBefore), SlMinQty(WSSlotsBefore),
           SlTargetQty(WSSlotsBefore).
