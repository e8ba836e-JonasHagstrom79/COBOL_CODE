       copy prodfc.
       copy ordfc.
       copy shipfc.
       copy wclfc.
       select OrderGenNumFile assign to "ORDGENNUM.DAT"
           organization is line sequential
           file status is OrderGenNumFileStatus.
       select SalesRepFile assign to "SALESREP.DAT"
           organization is line sequential
           file status is SalesRepStatus.
       select ProdVendFile assign to "PRODVEND.DAT"
           organization is line sequential
           file status is ProdVendStatus.
       select PriceOverrideFile assign to "PRICEOVR.DAT"
           organization is line sequential
           file status is PriceOverrideStatus.
       select MarginParmFile assign to "MARGINPARM.DAT"
           organization is line sequential
           file status is MarginParmStatus.
data division.
file section.
fd CustomerFile.
       copy kitrec.
fd SalesRepFile.
       copy repres.
fd ProdVendFile.
01 ProdVendData.
       02 PvProduct pic x(5).
       02 PvVendor  pic 9(4).
fd PriceOverrideFile.
       copy prcovr.
fd ClaimFile.
       copy wclrec.
fd MarginParmFile.
01 MarginParmLine pic 9(2)v99. *>gross-margin floor percent for overrides

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
01 WSCustBalance pic s9(7)v99.
01 WSCustCreditLimit pic 9(7)v99.
01 WSProjectedBalance pic s9(8)v99.
01 WSGroupParent pic 9(5) value zero. *>top of the customer's corporate group,
*>zero = the customer belongs to no group
01 WSGroupLimit pic 9(7)v99 value zero. *>the parent's GroupCreditLimit
01 WSGroupBalance pic s9(9)v99 value zero. *>parent plus every branch
01 WSGroupProjected pic s9(9)v99 value zero.
01 WSHoldReason pic x(1).
01 WSOverrideAnswer pic x(1).
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSProdBefore pic x(129) value spaces.
01 WSSupStatus pic x(1). *>D = the keyed product is discontinued
01 WSSupReplacement pic x(5).
01 WSSupNewSize pic x(1).
01 WSSubstituted pic x(1) value 'N'. *>Y = the line moved to the successor
01 WSSubAnswer pic x(1).
01 WSKeyedProduct pic x(5).
01 WSPromiseDate pic 9(8) value zero. *>date given the customer for the open
*>remainder of the line, zero = shipped complete or no date given
01 WSPromiseAnswer pic x(1).
01 ProdVendStatus pic x(2) value "00".
       88 ProdVendOk value "00".
01 ProdVendEndOfFile pic x(1) value 'N'.
01 WSDropVendor pic 9(4) value zero.
01 WSDropAnswer pic x(1).
01 WSDropShip pic x(1) value space. *>D = the vendor ships this line direct
01 WSDropLines pic 9(2) value zero.
01 WSWarehouseLines pic 9(2) value zero.
01 PriceOverrideStatus pic x(2) value "00".
       88 PriceOverrideOk value "00".
01 MarginParmStatus pic x(2) value "00".
       88 MarginParmOk value "00".
01 WSMarginFloor pic 9(2)v99 value 20.00. *>MARGINPARM.DAT overrides - a keyed
*>price that leaves less gross margin than this holds the order for approval
01 WSOvrPrice pic 9(5)v99 value zero. *>the rep's keyed price, zero = none
01 WSOvrReason pic x(2) value spaces.
01 WSEnginePrice pic 9(5)v99 value zero.
01 WSOvrCost pic 9(5)v99 value zero.
01 WSOvrMargin pic s9(3)v99 value zero.
01 WSOvrHeld pic x(1) value 'N'. *>Y = below the floor, waits on PRCAPPR
01 WSHeldLines pic 9(2) value zero.
01 ClaimFileStatus pic x(2) value "00".
       88 ClaimFileOk value "00".
01 WSClaimNumber pic 9(6) value zero. *>WARCLAIM claim a no-charge replacement
*>order settles, zero = an ordinary order
       copy atpreq.

procedure division.
0000-MAINLINE.
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0150-GET-MARGIN-FLOOR
       perform 1000-TAKE-ORDER thru 1000-EXIT until WSOrderMode = 'N'
       stop run.

0150-GET-MARGIN-FLOOR.
       open input MarginParmFile
       if MarginParmOk
           read MarginParmFile
               at end continue
               not at end
                   if MarginParmLine is numeric
                       move MarginParmLine to WSMarginFloor
                   end-if
           end-read
       end-if
       close MarginParmFile.

1000-TAKE-ORDER.
       move zero to WSClaimNumber
       display "Warranty claim to replace (0 = none) : " with no advancing
       accept WSClaimNumber
       if WSClaimNumber not = zero
           perform 1010-TAKE-WARRANTY-ORDER thru 1010-EXIT
           go to 1000-EXIT
       end-if
       display "Customer IdNum : " with no advancing
       accept WSOrderCustID
       open input CustomerFile
       move Balance to WSCustBalance
       move CreditLimit to WSCustCreditLimit
       close CustomerFile
       call "GETGROUP" using WSOrderCustID, WSGroupParent, WSGroupLimit,
           WSGroupBalance
       if WSGroupParent not = zero
           display "Group " WSGroupParent " owes " WSGroupBalance
               " against a group limit of " WSGroupLimit
       end-if
       perform 1050-SHOW-PAY-PERFORMANCE thru 1050-EXIT
       perform 1080-PICK-SHIP-TO thru 1080-EXIT
       move "01" to WSFromLocation
       perform 1090-TAKE-SALES-REP thru 1090-EXIT
       move 'Y' to WSLineMode
       move zero to WSOrderNumber, WSOrderLineNo
       move zero to WSDropLines, WSWarehouseLines, WSHeldLines
       perform 1100-TAKE-ORDER-LINE thru 1100-EXIT until WSLineMode = 'N'
       if WSOrderNumber > zero and WSWarehouseLines = zero
          and WSDropLines > zero
           perform 7250-MARK-DROP-ONLY-ORDER
       end-if
       if WSOrderNumber > zero and WSHeldLines > zero
           perform 7260-HOLD-THE-ORDER
       end-if
       if WSOrderNumber > zero
           display "Order " WSOrderNumber " taken with " WSOrderLineNo " lines"
           perform 1700-TAKE-ORDER-DEPOSIT thru 1700-EXIT
       accept WSOrderMode
       move function upper-case(WSOrderMode) to WSOrderMode.

1010-TAKE-WARRANTY-ORDER. *>the failed units go out again at no charge - one
*>line off the claim at a zero price, so there is no credit check, no price
*>engine, no override and nothing handed to tonight's AR posting. Stock is
*>relieved the ordinary way and a short building leaves the rest open on the
*>line; the claim is settled with the replacement order's number
       open i-o ClaimFile
       if not ClaimFileOk
           display "No warranty claims on file yet - log the claim in WARCLAIM"
           close ClaimFile
           go to 1010-EXIT
       end-if
       move WSClaimNumber to WcNumber
       read ClaimFile
           key is WcNumber
           invalid key
               display "Claim " WSClaimNumber " not found"
               close ClaimFile
               go to 1010-EXIT
       end-read
       if not WcOpen
           display "Claim " WSClaimNumber " is not waiting on a settlement"
           close ClaimFile
           go to 1010-EXIT
       end-if
       if not WcByReplacement
           display "Claim " WSClaimNumber " settles by credit memo - key it"
               " in RETURNS"
           close ClaimFile
           go to 1010-EXIT
       end-if
       move WcIdNum to WSOrderCustID
       move spaces to WSShipToCode, WSSalesRep
       move zero to WSRequestDate, WSPromiseDate
       move spaces to WSCustPONumber
       string "WARRANTY " delimited by size
           WcNumber delimited by size
           into WSCustPONumber
       end-string
       move "01" to WSFromLocation
       display "Ship from location (blank = 01) : " with no advancing
       accept WSFromLocation
       if WSFromLocation = spaces
           move "01" to WSFromLocation
       end-if
       move zero to WSOrderNumber, WSOrderLineNo
       move zero to WSDropLines, WSWarehouseLines, WSHeldLines
       move WcProduct to WSOrderProduct
       move WcSize to WSOrderSize
       move WcQty to WSOrderQty
       move zero to WSOrderUnitPrice, WSOrderLineTotal
       move space to WSDropShip
       open i-o ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ProductFile, ClaimFile
           go to 1010-EXIT
       end-if
       move WSOrderProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " WSOrderProduct " no longer on file -"
                   " replacement not taken"
               close ProductFile, ClaimFile
               go to 1010-EXIT
       end-read
       perform 1500-FIND-SIZE-INDEX thru 1500-EXIT
       if WSSizeIndex = zero
           display "Size " WSOrderSize " no longer offered for " WSOrderProduct
               " - replacement not taken"
           close ProductFile, ClaimFile
           go to 1010-EXIT
       end-if
       perform 1120-CAP-TO-LOCATION
       if WSOrderQty > WSLocAvail
           move WSLocAvail to WSAllocQty
           display "Only " WSLocAvail " of " WSOrderProduct " size "
               WSOrderSize " at location " WSFromLocation
               " - the rest stays open on the replacement"
       else
           move WSOrderQty to WSAllocQty
       end-if
       if WSAllocQty > zero
           move ProductMasterData to WSProdBefore
           subtract WSAllocQty from PMQtyBySize(WSSizeIndex)
           rewrite ProductMasterData
           move ProductMasterData to WSJrnlImage
           call "MSTJRNL" using "P", "W", WSJrnlImage
           perform 7800-WRITE-PRODUCT-AUDIT
           perform 7900-RELIEVE-LOCATION-STOCK
       end-if
       close ProductFile
       perform 7100-ASSIGN-ORDER-NUMBER
       perform 7200-WRITE-ORDER-HEADER
       add 1 to WSOrderLineNo
       perform 7300-WRITE-ORDER-LINE
       set WcSettled to true
       move WSOrderNumber to WcSettleRef
       move WSRunDate to WcSettleDate
       rewrite ClaimData
       close ClaimFile
       display "Replacement order " WSOrderNumber " taken for claim "
           WSClaimNumber " - " WSOrderQty " of " WSOrderProduct " size "
           WSOrderSize " at no charge".
1010-EXIT.
       exit.

1050-SHOW-PAY-PERFORMANCE. *>the PAYTRACK answer, right next to the credit
*>limit - the desk sees "pays in 87 days" before committing stock to a big order
       open input PayPerfFile

1100-TAKE-ORDER-LINE. *>one line item - the first good line assigns the order
*>number and writes the header, every good line lands under that number
       move zero to WSPromiseDate
       move space to WSDropShip
       move zero to WSOvrPrice
       move 'N' to WSOvrHeld
       display "Product code : " with no advancing
       accept WSOrderProduct
       open i-o ProductFile
               close ProductFile
               go to 1100-EXIT
       end-read
       perform 1140-OFFER-REPLACEMENT thru 1140-EXIT
       if WSOrderProduct = spaces
           close ProductFile
           go to 1100-EXIT
       end-if
       perform 1600-LOAD-KIT-BOM
       if WSKitCount > zero
           perform 1650-EXPLODE-THE-KIT thru 1650-EXIT
       display "Size : " with no advancing
       accept WSOrderSize
       move function upper-case(WSOrderSize) to WSOrderSize
       if WSSubstituted = 'Y'
           call "GETSUPER" using WSKeyedProduct, WSOrderSize, WSSupStatus,
               WSSupReplacement, WSSupNewSize
           if WSSupNewSize = space
               display "Size " WSOrderSize " of " WSKeyedProduct " has no equivalent on "
                   WSOrderProduct " - line rejected"
               close ProductFile
               go to 1100-EXIT
           end-if
           if WSSupNewSize not = WSOrderSize
               display "Size " WSOrderSize " of " WSKeyedProduct " is size "
                   WSSupNewSize " on " WSOrderProduct
           end-if
           move WSSupNewSize to WSOrderSize
           move space to WSSupStatus
       end-if
       perform 1500-FIND-SIZE-INDEX thru 1500-EXIT
       if WSSizeIndex = zero
           display "Size " WSOrderSize " not offered for " WSOrderProduct " - line rejected"
           end-if
       end-if.
1105-PRICED.
       perform 1110-OFFER-PRICE-OVERRIDE thru 1110-EXIT
       if PMUnitCost > zero and WSOrderUnitPrice < PMUnitCost
           display "WARNING - price " WSOrderUnitPrice " is BELOW the unit"
               " cost of " PMUnitCost " - we lose money on every piece"
           close ProductFile
           go to 1100-EXIT
       end-if
       if WSSupStatus not = 'D'
           perform 1150-OFFER-DROP-SHIP thru 1150-EXIT
       end-if
       if WSDropShip = 'D'
           move zero to WSAllocQty
           go to 1108-LINE-READY
       end-if
       perform 1120-CAP-TO-LOCATION
       if WSSupStatus = 'D' and WSOrderQty > WSLocAvail
           if WSLocAvail = zero
               display "No stock left of discontinued " WSOrderProduct
                   " size " WSOrderSize " at location " WSFromLocation
                   " - line rejected"
               close ProductFile
               go to 1100-EXIT
           end-if
           display "Only " WSLocAvail " left of discontinued " WSOrderProduct
               " size " WSOrderSize " - the line is cut to " WSLocAvail
               ", nothing stays open for stock that will never come"
           move WSLocAvail to WSOrderQty
           compute WSOrderLineTotal = WSOrderUnitPrice * WSOrderQty
       end-if
       if WSOrderQty > WSLocAvail
           move WSLocAvail to WSAllocQty
           display "Only " WSLocAvail " of " WSOrderProduct
               " size " WSOrderSize " at location " WSFromLocation
               " - the line ships " WSAllocQty
               " now and the remainder stays open on the order"
           perform 1130-OFFER-PROMISE-DATE thru 1130-EXIT
       else
           move WSOrderQty to WSAllocQty
       end-if
           call "MSTJRNL" using "P", "W", WSJrnlImage
           perform 7800-WRITE-PRODUCT-AUDIT
           perform 7900-RELIEVE-LOCATION-STOCK
       end-if.
1108-LINE-READY.
       close ProductFile
       display "Line total : " WSOrderLineTotal
       if WSOrderNumber = zero
       end-if
       add 1 to WSOrderLineNo
       perform 7300-WRITE-ORDER-LINE
       if WSOvrPrice > zero
           perform 7400-LOG-THE-OVERRIDE
       end-if
       compute WSHandoffTotal = WSOrderUnitPrice * WSAllocQty
       if WSAllocQty > zero and WSOvrHeld = 'N'
           perform 7000-WRITE-ORDER
       end-if
       add WSHandoffTotal to WSCustBalance
       add WSHandoffTotal to WSGroupBalance
       if WSOnPromo = 'Y'
           call "LOGPROMO" using WSOrderProduct, WSRunDate,
               WSOrderQty, WSOrderLineTotal
                       " exceeds limit " WSCustCreditLimit
               end-if
       end-evaluate
       if WSHoldReason = space and WSGroupParent not = zero
           compute WSGroupProjected = WSGroupBalance + WSOrderLineTotal
           if WSGroupProjected > WSGroupLimit
               move 'G' to WSHoldReason
               display "Order would put group " WSGroupParent " over its group"
                   " limit - group owes " WSGroupBalance " + line "
                   WSOrderLineTotal " exceeds " WSGroupLimit
           end-if
       end-if
       if WSHoldReason = space
           go to 1200-EXIT
       end-if
       exit.

1660-ORDER-ONE-COMPONENT.
       move zero to WSPromiseDate
       move space to WSDropShip
       move WSKitComp(WSKitIndex) to WSOrderProduct
       move WSOrderProduct to PMName
       read ProductFile
           display "Only " WSLocAvail " of component " WSOrderProduct
               " at location " WSFromLocation
               " - the rest stays open on the line"
           perform 1130-OFFER-PROMISE-DATE thru 1130-EXIT
       else
           move WSOrderQty to WSAllocQty
       end-if
           perform 7000-WRITE-ORDER
       end-if
       add WSHandoffTotal to WSCustBalance
       add WSHandoffTotal to WSGroupBalance
       display "  kit piece " WSOrderProduct " x" WSOrderQty
           " @ " WSOrderUnitPrice " = " WSOrderLineTotal.
1660-EXIT.
       call "STKLOC" using WSStkAction, PMName, WSFromLocation,
           WSStkSlot, WSStkQty.

1130-OFFER-PROMISE-DATE. *>"when do I get the rest" answered while the customer
*>is still on the phone - the ATP date for the whole line, taken before this
*>line's allocation comes off the shelf so the open orders and backorders
*>already queued ahead get their share first
       move WSOrderProduct to AtProduct
       move WSOrderSize to AtSize
       move WSSizeIndex to AtSlot
       move WSFromLocation to AtLocation
       move WSOrderQty to AtQty
       move WSRunDate to AtRunDate
       move PMQtyBySize(WSSizeIndex) to AtOnHand
       move PMQtyOnOrder(WSSizeIndex) to AtOnOrder
       call "GETATP" using AtpRequest
       if AtNoPromise
           display "No date can be promised for the remainder - nothing on"
               " order and no preferred vendor; the acknowledgement will say"
               " to be advised"
           go to 1130-EXIT
       end-if
       if AtFromLeadTime
           display "Nothing on order covers it - a new buy at the vendor's"
               " lead time could ship the remainder by " AtPromiseDate
       else
           display "The remainder can ship by " AtPromiseDate
       end-if
       display "Promise that date to the customer (Y/N) : " with no advancing
       accept WSPromiseAnswer
       move function upper-case(WSPromiseAnswer) to WSPromiseAnswer
       if WSPromiseAnswer = 'Y'
           move AtPromiseDate to WSPromiseDate
       end-if.
1130-EXIT.
       exit.

1110-OFFER-PRICE-OVERRIDE. *>the phone deal gets keyed on the line, with a
*>reason, instead of on the product master - a price inside the margin floor
*>stands, one below it holds the order until PRCAPPR approves or rejects it
       display "Price " WSOrderUnitPrice " - override (0 = keep) : "
           with no advancing
       accept WSOvrPrice
       if WSOvrPrice = zero or WSOvrPrice = WSOrderUnitPrice
           move zero to WSOvrPrice
           go to 1110-EXIT
       end-if
       display "Reason - CM competitor  VD volume deal  RL relationship"
           "  DM damaged/display  OT other : " with no advancing
       accept WSOvrReason
       move function upper-case(WSOvrReason) to WSOvrReason
       move WSOvrReason to OvReason
       if not OvReasonValid
           display "An override needs one of the reason codes - price kept at "
               WSOrderUnitPrice
           move zero to WSOvrPrice
           go to 1110-EXIT
       end-if
       move WSOrderUnitPrice to WSEnginePrice
       move WSOvrPrice to WSOrderUnitPrice
       move 'N' to WSOnPromo
       move zero to WSOvrMargin
       move PMUnitCost to WSOvrCost
       if PMUnitCost = zero
           display "No unit cost on file for " WSOrderProduct
               " - the margin cannot be checked, the override stands"
           go to 1110-EXIT
       end-if
       compute WSOvrMargin rounded =
           (WSOrderUnitPrice - PMUnitCost) * 100 / WSOrderUnitPrice
       if WSOvrMargin < WSMarginFloor
           move 'Y' to WSOvrHeld
           display "Margin " WSOvrMargin "% is under the " WSMarginFloor
               "% floor - the order holds for approval in PRCAPPR"
       end-if.
1110-EXIT.
       exit.

1150-OFFER-DROP-SHIP. *>a line the product's PRODVEND.DAT vendor can ship straight
*>to the customer never comes off our shelf - no stock relief, no location
*>cap, no pick; DROPSHIP raises the vendor's PO and confirms the shipment
       move zero to WSDropVendor
       open input ProdVendFile
       if not ProdVendOk
           close ProdVendFile
           go to 1150-EXIT
       end-if
       move 'N' to ProdVendEndOfFile
       perform 1160-MATCH-ONE-VENDOR until ProdVendEndOfFile = 'Y'
       close ProdVendFile
       if WSDropVendor = zero
           go to 1150-EXIT
       end-if
       display "Drop-ship from vendor " WSDropVendor " (Y/N) : "
           with no advancing
       accept WSDropAnswer
       move function upper-case(WSDropAnswer) to WSDropAnswer
       if WSDropAnswer = 'Y'
           move 'D' to WSDropShip
           display "The vendor ships the line - nothing comes off stock"
       end-if.
1150-EXIT.
       exit.

1160-MATCH-ONE-VENDOR.
       read ProdVendFile next
           at end move 'Y' to ProdVendEndOfFile
           not at end
               if PvProduct = WSOrderProduct
                   move PvVendor to WSDropVendor
                   move 'Y' to ProdVendEndOfFile
               end-if
       end-read.

1140-OFFER-REPLACEMENT. *>a discontinued product is offered its successor - taken,
*>the line moves to the new item and the size is mapped once keyed; declined, or
*>with no successor, only the stock still on the shelf can be sold. A blank
*>product code back means the line is rejected
       move 'N' to WSSubstituted
       move WSOrderProduct to WSKeyedProduct
       call "GETSUPER" using WSOrderProduct, space, WSSupStatus,
           WSSupReplacement, WSSupNewSize
       if WSSupStatus not = 'D'
           go to 1140-EXIT
       end-if
       if WSSupReplacement = spaces
           display "Product " WSOrderProduct " is discontinued - only the stock"
               " left can be sold"
           go to 1140-EXIT
       end-if
       display "Product " WSOrderProduct " is discontinued - superseded by "
           WSSupReplacement
       display "Substitute " WSSupReplacement " (Y/N) : " with no advancing
       accept WSSubAnswer
       move function upper-case(WSSubAnswer) to WSSubAnswer
       if WSSubAnswer not = 'Y'
           display "Selling " WSOrderProduct " from the stock that is left"
           go to 1140-EXIT
       end-if
       move WSSupReplacement to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Replacement " WSSupReplacement " is not on file - line rejected"
               move spaces to WSOrderProduct
               go to 1140-EXIT
       end-read
       move WSSupReplacement to WSOrderProduct
       move 'Y' to WSSubstituted
       move space to WSSupStatus.
1140-EXIT.
       exit.

1500-FIND-SIZE-INDEX. *>map the accepted size letter to the matching PMSize/PMQtyBySize slot, zero if not offered
       move zero to WSSizeIndex
       perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
       move zero to OrdShippedQty, OrdBilledQty
       move WSSalesRep to OrdSalesRep
       move WSFromLocation to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order header " WSOrderNumber " could not be written"
       end-write
       call "MSTJRNL" using "O", "W", WSJrnlImage
       close OrderFile.

7250-MARK-DROP-ONLY-ORDER. *>every line ships from the vendor, so there is
*>nothing for the pick list - the header goes straight to picked, where
*>INVOICE bills each line as DROPSHIP confirms it shipped
       open i-o OrderFile
       move WSOrderNumber to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               close OrderFile
               exit paragraph
       end-read
       set OrdStatusPicked to true
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       close OrderFile.

7260-HOLD-THE-ORDER. *>nothing on the order picks, ships or bills until every
*>below-floor override on it has been decided
       open i-o OrderFile
       move WSOrderNumber to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               close OrderFile
               exit paragraph
       end-read
       set OrdStatusHeld to true
       rewrite OrderData
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       close OrderFile
       display "Order " WSOrderNumber " is HELD - " WSHeldLines
           " override(s) below the margin floor wait on PRCAPPR".

7300-WRITE-ORDER-LINE.
       open i-o OrderFile
       move WSOrderNumber to OrdNumber
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move WSPromiseDate to OrdPromiseDate
       move WSAllocQty to OrdShippedQty
       move WSDropShip to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order line " WSOrderNumber "/" WSOrderLineNo
               " could not be written"
       end-write
       move OrderData to WSJrnlImage
       call "MSTJRNL" using "O", "W", WSJrnlImage
       close OrderFile
       if WSDropShip = 'D'
           add 1 to WSDropLines
       else
           add 1 to WSWarehouseLines
       end-if.

7400-LOG-THE-OVERRIDE.
       move WSRunDate to OvDate
       move WSOrderNumber to OvOrdNumber
       move WSOrderLineNo to OvLineNo
       move WSOrderCustID to OvIdNum
       move WSSalesRep to OvSalesRep
       move WSOrderProduct to OvProduct
       move WSOrderSize to OvSize
       move WSOrderQty to OvQty
       move WSEnginePrice to OvEnginePrice
       move WSOrderUnitPrice to OvPrice
       move WSOvrCost to OvUnitCost
       move WSOvrMargin to OvMarginPct
       move WSOvrReason to OvReason
       if WSOvrHeld = 'Y'
           set OvPending to true
           add 1 to WSHeldLines
       else
           set OvAccepted to true
       end-if
       move spaces to OvDecidedBy
       move zero to OvDecideDate
       open extend PriceOverrideFile
       if not PriceOverrideOk
           open output PriceOverrideFile
       end-if
       write PriceOverrideData
       close PriceOverrideFile.

7800-WRITE-PRODUCT-AUDIT. *>the stock deduction leaves a trace - who can say why a
*>count moved if the orders that moved it were never recorded against the product
