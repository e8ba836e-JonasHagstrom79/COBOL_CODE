01 WSCustBalance pic s9(7)v99.
01 WSCustCreditLimit pic 9(7)v99.
01 WSProjectedBalance pic s9(8)v99.
01 WSGroupParent pic 9(5) value zero. *>top of the customer's corporate group,
*>zero = no group limit applies
01 WSGroupLimit pic 9(7)v99 value zero.
01 WSGroupBalance pic s9(9)v99 value zero.
01 WSGroupProjected pic s9(9)v99 value zero.
01 WSOrderNumber pic 9(6) value zero.
01 WSOrderLineNo pic 9(2) value zero.
01 WSNetPrice pic 9(5)v99.
01 WSBackorderQty pic 9(5) value zero.
01 WSSizeIndex pic 9 value zero.
01 WSHoldReason pic x(1).
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
                   move CreditLimit to WSCustCreditLimit
           end-read
       end-if
       close CustomerFile
       move zero to WSGroupParent
       if WSCustomerKnown = 'Y'
           call "GETGROUP" using WSTemplateCustID, WSGroupParent, WSGroupLimit,
               WSGroupBalance
       end-if.

2000-GENERATE-ONE-LINE. *>the WEBORD intake checks line by line - inactive or
*>over-limit goes to CREDHOLD.DAT, short stock backorders, good lines order
           perform 5000-REGISTER-SKIP
           go to 2000-EXIT
       end-if
       compute WSGroupProjected = WSGroupBalance + WSLineTotal
       if WSGroupParent not = zero and WSGroupProjected > WSGroupLimit
           move 'G' to WSHoldReason
           perform 4500-WRITE-CREDIT-HOLD
           close ProductFile
           perform 5000-REGISTER-SKIP
           go to 2000-EXIT
       end-if
       move SoQty to WSShipQty
       if SoQty > PMQtyBySize(WSSizeIndex)
           compute WSBackorderQty = SoQty - PMQtyBySize(WSSizeIndex)
       add 1 to WSOrderLineNo
       perform 7300-WRITE-ORDER-LINE
       perform 7000-WRITE-ORDERS-LINE
       add WSLineTotal to WSCustBalance
       add WSLineTotal to WSGroupBalance.
2000-EXIT.
       exit.

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
