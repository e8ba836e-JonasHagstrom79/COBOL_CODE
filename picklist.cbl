       select OrdersFile assign to "ORDERS.DAT"
           organization is line sequential
           file status is OrdersFileStatus.
       select LotShipFile assign to "LOTSHIP.DAT"
           organization is line sequential
           file status is LotShipFileStatus.
data division.
file section.
fd OrderFile.
       02 PwBin     pic x(6).
       02 PwTote    pic 9(3). *>tote assigned to the order in a wave, zero
                               *>on a per-order run
       02 PwLot     pic x(10). *>lot to pull, spaces = not lot controlled
       02 PwExpiry  pic 9(8).
fd SortedPickFile.
01 SrtPickLine.
       02 SrtProduct pic x(5).
       02 SrtQty     pic 9(5).
       02 SrtBin     pic x(6).
       02 SrtTote    pic 9(3).
       02 SrtLot     pic x(10).
       02 SrtExpiry  pic 9(8).
SD PickSortWorkFile.
01 WPickLine.
       02 WPickProduct pic x(5).
       02 WPickQty     pic 9(5).
       02 WPickBin     pic x(6).
       02 WPickTote    pic 9(3).
       02 WPickLot     pic x(10).
       02 WPickExpiry  pic 9(8).
fd PickListReport.
01 PickPrintLine pic x(80).
fd PackingSlipReport.
       copy prodaud.
fd OrdersFile.
01 OrdersLine pic x(40).
fd LotShipFile.
       copy lotship.

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
01 WSShipToFound pic x(1) value 'N'.
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 LotShipFileStatus pic x(2) value "00".
       88 LotShipFileOk value "00".
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSPickSave pic x(44). *>the pick line before it is split across lots
01 WSLotRemaining pic 9(5) value zero.
01 WSLotAction pic x(1) value 'P'.
01 WSLotNumber pic x(10).
01 WSLotExpiry pic 9(8).
01 WSLotQty pic 9(5).
01 WSPickLocation pic x(2) value "01". *>the building this run picks - one
*>location at a time, the REORDRPT/INVVAL convention, and the top-ups come
*>off THIS location's stock
01 WSWaveSum pic 9(7) value zero.
01 WSHaveWaveGroup pic x(1) value 'N'.
01 WSSizeIndex pic 9 value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
01 PickHeading pic x(60) value
       "Warehouse Pick List - one walk, in product order".
01 PickColumnHeads pic x(60) value
       "Bin     Prod   Sz  Qty     Order   Lot         Expires".
01 PickDetailLine.
       02 PkBin pic x(6).
       02 filler pic x(2) value space.
       02 PkQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PkOrder pic 9(6).
       02 filler pic x(2) value space.
       02 PkLot pic x(10).
       02 filler pic x(2) value space.
       02 PkExpiry pic x(8).
01 PickCountLine pic x(60).
01 SlipHeadLine.
       02 filler pic x(16) value "Packing slip - o".
       display "Pick mode - O-Per order  W-Wave : " with no advancing
       accept WSPickMode
       move function upper-case(WSPickMode) to WSPickMode
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       if WSPickMode not = 'W'
           move 'O' to WSPickMode
       end-if
       stop run.

1000-GATHER-PICK-LINES. *>headers carry the status, the lines that follow them in
*>key order inherit it - only lines under an OPEN header make the walk, and
*>never a drop-ship line, which leaves from the vendor's dock, not ours
       move 'N' to OrderEndOfFile
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
           end-if
       else
           evaluate true
               when OrdDropShipped
                   continue
               when WSOrderIsOpen = 'Y'
                   perform 1200-PICK-ONE-LINE thru 1200-EXIT
               when WSOrderHasRemainder = 'Y' and OrdShippedQty < OrdQty
           move zero to PwTote
       end-if
       perform 1500-LOOK-UP-BIN
       perform 1600-WRITE-BY-LOT.
1200-EXIT.
       exit.

       move WSTopUpQty to PwQty
       move zero to PwTote
       perform 1500-LOOK-UP-BIN
       perform 1600-WRITE-BY-LOT.
1300-EXIT.
       exit.

       write ProdAuditData
       close ProdAuditFile.

1600-WRITE-BY-LOT. *>shelf-life lines are pulled first-expiring-first-out -
*>one pick line per lot the quantity draws on, each logged on LOTSHIP.DAT
*>against the order line for recall. Lots already past their date are left
*>on the shelf, and whatever no lot covers picks as an unlotted line
       move spaces to PwLot
       move zero to PwExpiry
       move PickWorkLine to WSPickSave
       move PwQty to WSLotRemaining
       perform 1650-DRAW-ONE-LOT until WSLotRemaining = zero.

1650-DRAW-ONE-LOT.
       move 'P' to WSLotAction
       move spaces to WSLotNumber
       move zero to WSLotExpiry
       move WSLotRemaining to WSLotQty
       call "LOTSTK" using WSLotAction, OrdProduct, OrdSize, WSPickLocation,
           WSLotNumber, WSLotExpiry, WSRunDate, WSLotQty
       move WSPickSave to PickWorkLine
       if WSLotQty = zero
           move WSLotRemaining to PwQty
           move zero to WSLotRemaining
       else
           move WSLotQty to PwQty
           move WSLotNumber to PwLot
           move WSLotExpiry to PwExpiry
           subtract WSLotQty from WSLotRemaining
           perform 1700-LOG-LOT-SHIPPED
       end-if
       write PickWorkLine
       add 1 to WSPickLineCount.

1700-LOG-LOT-SHIPPED.
       move OrdNumber to LsOrdNumber
       move OrdLineNo to LsOrdLineNo
       move OrdIdNum to LsIdNum
       move OrdProduct to LsProduct
       move OrdSize to LsSize
       move WSPickLocation to LsLocation
       move WSLotNumber to LsLotNumber
       move WSLotExpiry to LsExpiry
       move WSLotQty to LsQty
       move WSRunDate to LsPickDate
       open extend LotShipFile
       if not LotShipFileOk
           open output LotShipFile
       end-if
       write LotShipData
       close LotShipFile.

1500-LOOK-UP-BIN.
       move spaces to PwBin
       if WSProductFileUp = 'Y'
       move SrtSize to PkSize
       move SrtQty to PkQty
       move SrtOrder to PkOrder
       move SrtLot to PkLot
       perform 2150-SHOW-EXPIRY
       write PickPrintLine from PickDetailLine after advancing 1 line
       read SortedPickFile
           at end move 'Y' to PickEndOfFile
       end-read.

2150-SHOW-EXPIRY. *>a lot that does not expire shows no date
       if SrtExpiry = zero or SrtExpiry = 99999999
           move spaces to PkExpiry
       else
           move SrtExpiry to PkExpiry
       end-if.

2500-PRINT-WAVE-PICK-LIST. *>one pass down the aisles - bin order, quantities
*>summed per product/size, and under each summed pull the put-to-tote breakdown
*>telling the picker which tote (order) gets how many
           SrtOrder delimited by size
           "  qty " delimited by size
           SrtQty delimited by size
           "  " delimited by size
           SrtLot delimited by size
           into PickCountLine
       end-string
       write PickPrintLine from PickCountLine after advancing 1 line
           end-if
       else
           if WSOrderIsOpen = 'Y' and OrdShippedQty > zero
              and not OrdDropShipped
               move OrdProduct to SlProduct
               move OrdSize to SlSize
               move OrdShippedQty to SlQty
