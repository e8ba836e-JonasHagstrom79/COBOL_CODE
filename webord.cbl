01 WSCustBalance pic s9(7)v99.
01 WSCustCreditLimit pic 9(7)v99.
01 WSProjectedBalance pic s9(8)v99.
01 WSGroupParent pic 9(5) value zero. *>top of the customer's corporate group,
*>zero = no group limit applies
01 WSGroupLimit pic 9(7)v99 value zero.
01 WSGroupBalance pic s9(9)v99 value zero.
01 WSGroupProjected pic s9(9)v99 value zero.
01 WSCurrentCustID pic 9(5) value zero.
01 WSCustomerKnown pic x(1) value 'N'.
01 WSOrderNumber pic 9(6) value zero.
01 WSRejectReason pic x(30).
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSProdBefore pic x(129) value spaces.
01 WSSupStatus pic x(1). *>D = selling off a discontinued product's last stock
01 WSSupReplacement pic x(5).
01 WSSupNewSize pic x(1).
01 WSLineSubstituted pic x(1) value 'N'.
01 WSLinesSubstituted pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 AccHeading pic x(60) value "Web Order Intake - Accepted Register".
               perform 5000-WRITE-REJECT-LINE
               go to 1000-NEXT
       end-read
       move spaces to WSRejectReason
       perform 1400-SUBSTITUTE-REPLACEMENT thru 1400-EXIT
       if WSRejectReason not = spaces
           move zero to WSLineTotal
           perform 5000-WRITE-REJECT-LINE
           go to 1000-NEXT
       end-if
       perform 1600-LOAD-KIT-BOM
       if WSKitCount > zero
           perform 2500-EXPLODE-WEB-KIT thru 2500-KIT-EXIT
           perform 5000-WRITE-REJECT-LINE
           go to 1000-NEXT
       end-if
       compute WSGroupProjected = WSGroupBalance + WSLineTotal
       if WSGroupParent not = zero and WSGroupProjected > WSGroupLimit
           move 'G' to WSHoldReason
           perform 4500-WRITE-CREDIT-HOLD
           move "OVER GROUP LIMIT - ON HOLD" to WSRejectReason
           perform 5000-WRITE-REJECT-LINE
           go to 1000-NEXT
       end-if
       perform 1800-CAP-TO-LOCATION
       if WoQty > WSLocAvail
           move "INSUFFICIENT STOCK" to WSRejectReason
           if WSSupStatus = 'D'
               move "DISCONTINUED - SOLD OUT" to WSRejectReason
           end-if
           perform 5000-WRITE-REJECT-LINE
           go to 1000-NEXT
       end-if
           perform 5300-REJECT-KIT-PIECE
           go to 2550-EXIT
       end-if
       compute WSGroupProjected = WSGroupBalance + WSLineTotal
       if WSGroupParent not = zero and WSGroupProjected > WSGroupLimit
           move 'G' to WSHoldReason
           perform 4600-HOLD-KIT-PIECE
           move "OVER GROUP LIMIT - ON HOLD" to WSRejectReason
           perform 5300-REJECT-KIT-PIECE
           go to 2550-EXIT
       end-if
       perform 1800-CAP-TO-LOCATION
       if WSCompQty > WSLocAvail
           move "INSUFFICIENT STOCK (KIT)" to WSRejectReason
       perform 7350-WRITE-KIT-ORDER-LINE
       perform 7050-WRITE-KIT-ORDERS-LINE
       add WSLineTotal to WSCustBalance
       add WSLineTotal to WSGroupBalance
       add 1 to WSLinesAccepted
       add WSLineTotal to WSAcceptedTotal
       move WSOrderNumber to AcOrder
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       move OrdQty to OrdShippedQty
       write OrderData
           invalid key display "Order line " WSOrderNumber "/" WSOrderLineNo
               move CustStatus to WSCustStatus
               move Balance to WSCustBalance
               move CreditLimit to WSCustCreditLimit
       end-read
       move zero to WSGroupParent
       if WSCustomerKnown = 'Y'
           call "GETGROUP" using WoIdNum, WSGroupParent, WSGroupLimit,
               WSGroupBalance
       end-if.

1400-SUBSTITUTE-REPLACEMENT. *>no one is at the keyboard to ask, so a line for a
*>superseded product goes straight to its successor in the mapped size, and the
*>registers show what was actually sold. Discontinued outright, the line can
*>still take what stock is left
       move space to WSSupStatus
       move 'N' to WSLineSubstituted
       call "GETSUPER" using WoProduct, WoSize, WSSupStatus,
           WSSupReplacement, WSSupNewSize
       if WSSupStatus not = 'D' or WSSupReplacement = spaces
           go to 1400-EXIT
       end-if
       if WSSupNewSize = space and WoSize not = space
           move "DISCONTINUED - NO EQUIVALENT" to WSRejectReason
           go to 1400-EXIT
       end-if
       move WSSupReplacement to PMName
       read ProductFile
           key is PMName
           invalid key
               move "REPLACEMENT NOT ON FILE" to WSRejectReason
               go to 1400-EXIT
       end-read
       move WSSupReplacement to WoProduct
       if WoSize not = space
           move WSSupNewSize to WoSize
       end-if
       move space to WSSupStatus
       move 'Y' to WSLineSubstituted.
1400-EXIT.
       exit.

1500-FIND-SIZE-INDEX. *>the same slot mapping ORDERENTRY's 1500-FIND-SIZE-INDEX does
       move zero to WSSizeIndex
       perform 7300-WRITE-ORDER-LINE
       perform 7000-WRITE-ORDERS-LINE
       add WSLineTotal to WSCustBalance
       add WSLineTotal to WSGroupBalance
       if WSOnPromo = 'Y'
           call "LOGPROMO" using WoProduct, WSRunDate, WoQty, WSLineTotal
       end-if
       add 1 to WSLinesAccepted
       add WSLineTotal to WSAcceptedTotal
       if WSLineSubstituted = 'Y'
           add 1 to WSLinesSubstituted
       end-if
       move WSOrderNumber to AcOrder
       move WoIdNum to AcIdNum
       move WoProduct to AcProduct
       end-string
       write AccPrintLine from RegCountLine after advancing 2 lines
       move spaces to RegCountLine
       string "  of which moved to a replacement product : " delimited by size
           WSLinesSubstituted delimited by size
           into RegCountLine
       end-string
       write AccPrintLine from RegCountLine after advancing 1 line
       move spaces to RegCountLine
       string "Rejected lines : " delimited by size
           WSLinesRejected delimited by size
           "   amount : " delimited by size
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order header " WSOrderNumber " could not be written"
       end-write
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       move OrdQty to OrdShippedQty
       write OrderData
           invalid key display "Order line " WSOrderNumber "/" WSOrderLineNo
