       >>source format free
identification division.
program-id. costpost.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy clyrfc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           file status is ProdAuditStatus.
       select CostLogFile assign to "COSTLOG.DAT"
           organization is line sequential
           file status is CostLogStatus.
       select CostCursorFile assign to "COSTCURS.DAT"
           organization is line sequential
           file status is CostCursorStatus.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select CostPostReport assign to "COSTPOST.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd CostLayerFile.
       copy clyrrec.
fd ProdAuditFile.
       copy prodaud.
fd CostLogFile.
       copy clogrec.
fd CostCursorFile.
01 CostCursorLine pic 9(7). *>PRODAUDIT.DAT rows already applied to the layers
fd BusDateFile.
01 BusDateLine pic 9(8).
fd CostPostReport.
01 PrintLine pic x(80).

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 CostLayerStatus pic x(2) value "00".
       88 CostLayerOk value "00".
       88 CostLayerNotFound value "35".
01 ProdAuditStatus pic x(2) value "00".
       88 ProdAuditOk value "00".
       88 ProdAuditNotFound value "35".
01 CostLogStatus pic x(2) value "00".
       88 CostLogOk value "00".
01 CostCursorStatus pic x(2) value "00".
       88 CostCursorOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 WSEndOfFile pic x(1) value 'N'.
01 WSLayerEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSRowsDone pic 9(7) value zero.
01 WSRowsSeen pic 9(7) value zero.
01 WSSeeded pic x(1) value 'N'.
01 WSSizeIndex pic 9 value zero.
01 WSSlotSize pic x(1).
01 WSBeforeQty pic 9(5).
01 WSAfterQty pic 9(5).
01 WSMoveQty pic 9(5).
01 WSTakeQty pic 9(5).
01 WSMoveCost pic 9(5)v99.
01 WSMoveValue pic 9(9)v99.
01 WSCostRise pic 9(5)v99.
01 WSRevalueQty pic 9(7).
*>the product master images off the audit trail, broken out so the size
*>slots and the unit cost can be read - an all-spaces image is no product
01 BefProductImage.
       02 BefName      pic x(5).
       02 BefSizeCount pic x(1).
       02 BefSizes     pic x(8).
       02 BefPrice     pic x(7).
       02 BefQtySlot   pic 9(5) occurs 8 times.
       02 filler       pic x(56).
       02 BefUnitCost  pic 9(5)v99.
       02 filler       pic x(5).
01 AftProductImage.
       02 AftName      pic x(5).
       02 AftSizeCount pic x(1).
       02 AftSizes     pic x(8).
       02 AftPrice     pic x(7).
       02 AftQtySlot   pic 9(5) occurs 8 times.
       02 filler       pic x(56).
       02 AftUnitCost  pic 9(5)v99.
       02 filler       pic x(5).
01 WSLayersMade pic 9(7) value zero.
01 WSUnitsIn pic 9(9) value zero.
01 WSUnitsOut pic 9(9) value zero.
01 WSUnitsUncovered pic 9(9) value zero.
01 WSValueIn pic 9(11)v99 value zero.
01 WSValueOut pic 9(11)v99 value zero.
01 WSValueLanded pic 9(11)v99 value zero.
01 WSOpeningValue pic 9(11)v99 value zero.
01 RptHeading pic x(60) value "FIFO Cost Layer Posting".
01 RptSubHeading pic x(80).
01 RptTotalLine.
       02 PrnTotalLabel pic x(36).
       02 PrnTotalUnits pic zzz,zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnTotalValue pic zz,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>every stock movement already lands on the product audit trail -
*>applied here, in the order it happened, to the FIFO layers: stock in opens a
*>layer at the cost it came in at, stock out is costed off the oldest layers
*>first. The vendor price list moving PMUnitCost no longer moves the value of
*>stock already on the shelf
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open i-o CostLayerFile
       if CostLayerNotFound
           close CostLayerFile
           open output CostLayerFile
           close CostLayerFile
           open i-o CostLayerFile
           perform 0300-SEED-OPENING-LAYERS
       else
           perform 0200-GET-COST-CURSOR
       end-if
       if not CostLayerOk
           display "Cost layer file is in use by another user - try again later"
           close CostLayerFile
           move 1 to return-code
           stop run
       end-if
       open extend CostLogFile
       if not CostLogOk
           open output CostLogFile
       end-if
       open input ProdAuditFile
       if ProdAuditOk
           move zero to WSRowsSeen
           move 'N' to WSEndOfFile
           perform 1000-APPLY-ONE-MOVEMENT until WSEndOfFile = 'Y'
       end-if
       close ProdAuditFile, CostLogFile, CostLayerFile
       if WSRowsSeen > WSRowsDone
           move WSRowsSeen to WSRowsDone
       end-if
       open output CostCursorFile
       move WSRowsDone to CostCursorLine
       write CostCursorLine
       close CostCursorFile
       perform 3000-PRINT-CONTROL-TOTALS
       display "Cost layers posted - " WSLayersMade " layer(s) opened, "
           WSUnitsOut " unit(s) costed out, " WSUnitsUncovered
           " without a layer - COSTPOST.rpt"
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

0200-GET-COST-CURSOR.
       move zero to WSRowsDone
       open input CostCursorFile
       if CostCursorOk
           read CostCursorFile
               at end continue
               not at end
                   if CostCursorLine is numeric
                       move CostCursorLine to WSRowsDone
                   end-if
           end-read
       end-if
       close CostCursorFile.

0300-SEED-OPENING-LAYERS. *>the first run: what is on the shelf today becomes
*>one opening layer per size at the master's cost, and the audit trail so far
*>is history already in that figure - the cursor starts at its end
       move 'Y' to WSSeeded
       open input ProductFile
       if ProductFileOk
           move 'N' to WSEndOfFile
           perform 0310-SEED-ONE-PRODUCT until WSEndOfFile = 'Y'
       end-if
       close ProductFile
       move zero to WSRowsDone
       open input ProdAuditFile
       if ProdAuditOk
           move 'N' to WSEndOfFile
           perform 0350-COUNT-ONE-AUDIT-ROW until WSEndOfFile = 'Y'
       end-if
       close ProdAuditFile.

0310-SEED-ONE-PRODUCT.
       read ProductFile next
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       perform 0320-SEED-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8.

0320-SEED-ONE-SLOT.
       if PMQtyBySize(WSSizeIndex) = zero
           exit paragraph
       end-if
       move PMName to CyProduct
       move PMSize(WSSizeIndex:1) to CySize
       move WSRunDate to CyLayerDate
       move zero to CyLayerSeq
       move "O" to CySource
       move PMQtyBySize(WSSizeIndex) to CyQtyIn, CyQtyLeft
       move PMUnitCost to CyUnitCost
       write CostLayerData
           invalid key
               add PMQtyBySize(WSSizeIndex) to CyQtyIn, CyQtyLeft
               rewrite CostLayerData
       end-write
       compute WSOpeningValue = WSOpeningValue
           + PMQtyBySize(WSSizeIndex) * PMUnitCost
       add 1 to WSLayersMade.

0350-COUNT-ONE-AUDIT-ROW.
       read ProdAuditFile
           at end move 'Y' to WSEndOfFile
           not at end add 1 to WSRowsDone
       end-read.

1000-APPLY-ONE-MOVEMENT.
       read ProdAuditFile
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       add 1 to WSRowsSeen
       if WSRowsSeen <= WSRowsDone
           exit paragraph
       end-if
       if PaBeforeImage = spaces
           move spaces to BefProductImage
       else
           move PaBeforeImage to BefProductImage
       end-if
       if PaAfterImage = spaces
           move spaces to AftProductImage
       else
           move PaAfterImage to AftProductImage
       end-if
       if PaActionLanded
           perform 1500-SPREAD-LANDED-COST
           exit paragraph
       end-if
       perform 1100-APPLY-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8.

1100-APPLY-ONE-SLOT. *>the quantity each slot moved between the two images -
*>a transfer between buildings leaves both the same and costs nothing
       move zero to WSBeforeQty, WSAfterQty
       if BefQtySlot(WSSizeIndex) is numeric
           move BefQtySlot(WSSizeIndex) to WSBeforeQty
       end-if
       if AftQtySlot(WSSizeIndex) is numeric
           move AftQtySlot(WSSizeIndex) to WSAfterQty
       end-if
       if WSBeforeQty = WSAfterQty
           exit paragraph
       end-if
       move AftSizes(WSSizeIndex:1) to WSSlotSize
       if AftProductImage = spaces
           move BefSizes(WSSizeIndex:1) to WSSlotSize
       end-if
       move zero to WSMoveCost
       if AftUnitCost is numeric
           move AftUnitCost to WSMoveCost
       end-if
       if WSMoveCost = zero and BefUnitCost is numeric
           move BefUnitCost to WSMoveCost
       end-if
       move spaces to CostLogData
       move PaTimestamp(1:8) to ClDate
       move PaAction to ClAction
       move PaPMName to ClProduct
       move WSSlotSize to ClSize
       move PaOperator to ClOperator
       move zero to ClUncovered
       if WSAfterQty > WSBeforeQty
           compute WSMoveQty = WSAfterQty - WSBeforeQty
           perform 1200-OPEN-A-LAYER
       else
           compute WSMoveQty = WSBeforeQty - WSAfterQty
           perform 1300-CONSUME-THE-LAYERS
       end-if
       write CostLogData.

1200-OPEN-A-LAYER. *>a receipt comes in at the PO cost RECEIVE put on the
*>master; stock found on a count or coming back off an order comes back at
*>the master's cost of the day
       move PaPMName to CyProduct
       move WSSlotSize to CySize
       move PaTimestamp(1:8) to CyLayerDate
       move WSRowsSeen to CyLayerSeq
       move PaAction to CySource
       move WSMoveQty to CyQtyIn, CyQtyLeft
       move WSMoveCost to CyUnitCost
       write CostLayerData
           invalid key
               display "Cost layer for " PaPMName " size " WSSlotSize
                   " audit row " WSRowsSeen " already on file"
       end-write
       add 1 to WSLayersMade
       compute WSMoveValue = WSMoveQty * WSMoveCost
       set ClStockIn to true
       move WSMoveQty to ClQty
       move WSMoveValue to ClValue
       add WSMoveQty to WSUnitsIn
       add WSMoveValue to WSValueIn.

1300-CONSUME-THE-LAYERS. *>oldest layer first; units with nothing left under
*>them - stock that went out before it came in on the trail - take the
*>master's cost and are counted so the difference is visible
       set ClStockOut to true
       move WSMoveQty to ClQty
       move zero to WSMoveValue
       move PaPMName to CyProduct
       move WSSlotSize to CySize
       move zero to CyLayerDate, CyLayerSeq
       move 'N' to WSLayerEndOfFile
       start CostLayerFile key is >= CyKey
           invalid key move 'Y' to WSLayerEndOfFile
       end-start
       perform 1310-TAKE-FROM-ONE-LAYER
           until WSLayerEndOfFile = 'Y' or WSMoveQty = zero
       if WSMoveQty > zero
           compute WSMoveValue = WSMoveValue + WSMoveQty * WSMoveCost
           move WSMoveQty to ClUncovered
           add WSMoveQty to WSUnitsUncovered
       end-if
       move WSMoveValue to ClValue
       add ClQty to WSUnitsOut
       add WSMoveValue to WSValueOut.

1310-TAKE-FROM-ONE-LAYER.
       read CostLayerFile next
           at end
               move 'Y' to WSLayerEndOfFile
               exit paragraph
       end-read
       if CyProduct not = PaPMName or CySize not = WSSlotSize
           move 'Y' to WSLayerEndOfFile
           exit paragraph
       end-if
       if CyQtyLeft < WSMoveQty
           move CyQtyLeft to WSTakeQty
       else
           move WSMoveQty to WSTakeQty
       end-if
       compute WSMoveValue = WSMoveValue + WSTakeQty * CyUnitCost
       subtract WSTakeQty from CyQtyLeft
       subtract WSTakeQty from WSMoveQty
       if CyQtyLeft = zero
           delete CostLayerFile record
       else
           rewrite CostLayerData
       end-if.

1500-SPREAD-LANDED-COST. *>LANDCOST averaged its share over every unit held, so
*>each layer still holding units carries the same rise per unit
       if BefUnitCost not numeric or AftUnitCost not numeric
           exit paragraph
       end-if
       if AftUnitCost <= BefUnitCost
           exit paragraph
       end-if
       compute WSCostRise = AftUnitCost - BefUnitCost
       move zero to WSRevalueQty
       move PaPMName to CyProduct
       move low-values to CySize
       move zero to CyLayerDate, CyLayerSeq
       move 'N' to WSLayerEndOfFile
       start CostLayerFile key is >= CyKey
           invalid key move 'Y' to WSLayerEndOfFile
       end-start
       perform 1510-RAISE-ONE-LAYER until WSLayerEndOfFile = 'Y'
       move spaces to CostLogData
       move PaTimestamp(1:8) to ClDate
       move PaAction to ClAction
       move PaPMName to ClProduct
       move space to ClSize
       set ClRevalue to true
       move WSRevalueQty to ClQty
       compute ClValue = WSRevalueQty * WSCostRise
       move zero to ClUncovered
       move PaOperator to ClOperator
       add ClValue to WSValueLanded
       write CostLogData.

1510-RAISE-ONE-LAYER.
       read CostLayerFile next
           at end
               move 'Y' to WSLayerEndOfFile
               exit paragraph
       end-read
       if CyProduct not = PaPMName
           move 'Y' to WSLayerEndOfFile
           exit paragraph
       end-if
       add WSCostRise to CyUnitCost
       add CyQtyLeft to WSRevalueQty
       rewrite CostLayerData.

3000-PRINT-CONTROL-TOTALS.
       open output CostPostReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Business date " delimited by size
           WSRunDate delimited by size
           "   audit rows applied through " delimited by size
           WSRowsDone delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       if WSSeeded = 'Y'
           move "Opening layers from the master (value)" to PrnTotalLabel
           move WSLayersMade to PrnTotalUnits
           move WSOpeningValue to PrnTotalValue
           write PrintLine from RptTotalLine after advancing 2 lines
       end-if
       move "Stock in - layers opened" to PrnTotalLabel
       move WSUnitsIn to PrnTotalUnits
       move WSValueIn to PrnTotalValue
       write PrintLine from RptTotalLine after advancing 2 lines
       move "Stock out - costed off the layers" to PrnTotalLabel
       move WSUnitsOut to PrnTotalUnits
       move WSValueOut to PrnTotalValue
       write PrintLine from RptTotalLine after advancing 1 line
       move "  of which with no layer left" to PrnTotalLabel
       move WSUnitsUncovered to PrnTotalUnits
       move zero to PrnTotalValue
       write PrintLine from RptTotalLine after advancing 1 line
       move "Landed cost spread over layers" to PrnTotalLabel
       move zero to PrnTotalUnits
       move WSValueLanded to PrnTotalValue
       write PrintLine from RptTotalLine after advancing 1 line
       close CostPostReport.
