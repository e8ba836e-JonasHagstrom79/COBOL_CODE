input-output section.
file-control.
       copy prodfc.
       copy clyrfc.
       select ValuationReport assign to "INVVAL.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd CostLayerFile.
       copy clyrrec.
fd ValuationReport.
01 PrintLine pic x(90).

01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 CostLayerStatus pic x(2) value "00".
       88 CostLayerOk value "00".
       88 CostLayerNotFound value "35".
01 WorkingStorageEndOfFile pic x(1) value 'N'.
01 WSLayersOnFile pic x(1) value 'N'.
01 WSLayerEndOfFile pic x(1) value 'N'.
01 WSLayerQty pic 9(7) value zero.
01 WSLayerValue pic 9(10)v99 value zero.
01 WSSlotUnitCost pic 9(5)v99 value zero.
01 WSSizeIndex pic 9 value zero.
01 WSExtendedValue pic 9(10)v99.
01 WSProductValue pic 9(11)v99.
01 WSAnomalyCount pic 9(5) value zero.
01 RptHeading pic x(60) value "Inventory Valuation Report".
01 RptColumnHeads pic x(80) value
       "Prod   Sz  On-hand    FIFO cost       Extended value".
01 RptDetailLine.
       02 PrnProduct pic x(5).
       02 filler pic x(3) value space.
           display "Product file is in use by another user - try again later"
           stop run
       end-if
       open input CostLayerFile
       if CostLayerOk
           move 'Y' to WSLayersOnFile
       end-if
       open output ValuationReport
       write PrintLine from RptHeading after advancing page
       write PrintLine from RptColumnHeads after advancing 2 lines
           into RptCountLine
       end-string
       write PrintLine from RptCountLine after advancing 1 line
       close ProductFile, CostLayerFile, ValuationReport
       display "Valuation written to INVVAL.rpt - " WSProductCount
           " products, anomalies " WSAnomalyCount
       stop run.
       end-read.

2000-VALUE-SIZE-SLOT. *>a slot with stock but no size letter, or stock at a zero
*>cost, is an anomaly the accountant needs to see, not a number to slide past
       perform 2500-GET-SLOT-ON-HAND
       if PMSize(WSSizeIndex:1) = space and WSSlotOnHand = zero
           go to 2000-SKIP
       end-if
       add 1 to WSSlotCount
       perform 2600-VALUE-FROM-THE-LAYERS
       move PMName to PrnProduct
       move PMSize(WSSizeIndex:1) to PrnSize
       move WSSlotOnHand to PrnOnHand
       move WSSlotUnitCost to PrnUnitPrice
       move WSExtendedValue to PrnExtValue
       move spaces to PrnFlag
       evaluate true
           when PMSize(WSSizeIndex:1) = space
               move "* STOCK WITHOUT A SIZE" to PrnFlag
               add 1 to WSAnomalyCount
           when WSSlotUnitCost = zero and WSSlotOnHand > zero
               move "* ZERO COST WITH STOCK" to PrnFlag
               add 1 to WSAnomalyCount
           when WSLayersOnFile = 'Y' and WSRptLocation = spaces
              and WSLayerQty not = WSSlotOnHand
               move "* LAYERS OUT OF STEP" to PrnFlag
               add 1 to WSAnomalyCount
           when other
               continue
               move WSStkQty to WSSlotOnHand
           end-if
       end-if.

2600-VALUE-FROM-THE-LAYERS. *>what the units on the shelf cost, oldest layer
*>to newest as COSTPOST left them. A building's share, or a slot whose layers
*>no longer add up to the master, goes at the slot's average layer cost; with
*>no layers at all the master's unit cost stands in
       move zero to WSLayerQty, WSLayerValue
       if WSLayersOnFile = 'Y'
           move PMName to CyProduct
           move PMSize(WSSizeIndex:1) to CySize
           move zero to CyLayerDate, CyLayerSeq
           move 'N' to WSLayerEndOfFile
           start CostLayerFile key is >= CyKey
               invalid key move 'Y' to WSLayerEndOfFile
           end-start
           perform 2610-ADD-ONE-LAYER until WSLayerEndOfFile = 'Y'
       end-if
       if WSLayerQty > zero
           compute WSSlotUnitCost rounded = WSLayerValue / WSLayerQty
       else
           move PMUnitCost to WSSlotUnitCost
       end-if
       if WSRptLocation = spaces and WSLayerQty = WSSlotOnHand
           move WSLayerValue to WSExtendedValue
       else
           compute WSExtendedValue = WSSlotOnHand * WSSlotUnitCost
       end-if.

2610-ADD-ONE-LAYER.
       read CostLayerFile next
           at end
               move 'Y' to WSLayerEndOfFile
               exit paragraph
       end-read
       if CyProduct not = PMName or CySize not = PMSize(WSSizeIndex:1)
           move 'Y' to WSLayerEndOfFile
           exit paragraph
       end-if
       add CyQtyLeft to WSLayerQty
       compute WSLayerValue = WSLayerValue + CyQtyLeft * CyUnitCost.
