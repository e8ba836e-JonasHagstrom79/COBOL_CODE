       select OrdersFile assign to "ORDERS.DAT"
           organization is line sequential
           file status is OrdersFileStatus.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
01 OrderGenNumLine pic 9(6).
fd OrdersFile.
01 OrdersLine pic x(40).
fd ProdAuditFile.
       copy prodaud.
fd QuotePrintFile.
       88 OrderGenNumFileOk value "00".
01 OrdersFileStatus pic x(2) value "00".
       88 OrdersFileOk value "00".
01 WSMode pic x(1). *>N=new quote, C=convert to order, I=inquire, X=exit
01 WSLineMode pic x(1) value 'Y'.
01 WSQuoteNumber pic 9(6) value zero.
01 WSConvertCount pic 9(3) value zero.
01 WSOrderNumber pic 9(6) value zero.
01 WSOrderLineNo pic 9(2) value zero.
01 WSOpenQty pic 9(5) value zero. *>of the quoted quantity, what stays open on
*>the order line for PICKLIST to top up when stock lands
01 WSPromiseDate pic 9(8) value zero.
01 WSPromiseAnswer pic x(1).
01 WSShipQty pic 9(5) value zero.
01 WSLineTotal pic 9(7)v99.
01 WSCustStatus pic x(1).
01 WSCustCreditLimit pic 9(7)v99.
01 WSProjectedBalance pic s9(8)v99.
01 WSOverrideAnswer pic x(1).
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
01 WSStkLocation pic x(2) value "01".
       copy atpreq.

procedure division.
0000-MAINLINE. *>the binder of calculator quotes becomes a file - a quote is
       accept WSQuoteQty
       call "GETDISC" using WSQuoteProduct, WSQuoteQty, PMUnitPrice,
           WSQuoteUnitPrice, WSDiscounted
       perform 2200-QUOTE-SHIP-DATE
       close ProductFile
       if WSDiscounted = 'Y'
           display "Quantity break applies - quoting " WSQuoteUnitPrice
       accept WSLineMode
       move function upper-case(WSLineMode) to WSLineMode.

2200-QUOTE-SHIP-DATE. *>a quote for more than the shelf will cover says so up
*>front, with the date the rest could follow - nothing is reserved by it
       move WSQuoteQty to AtQty
       perform 2300-CALL-ATP
       if AtFromStock
           exit paragraph
       end-if
       if AtNoPromise
           display "Stock will not cover " WSQuoteQty " - no ship date can be"
               " promised yet"
       else
           display "Stock will not cover " WSQuoteQty " - the full quantity"
               " could ship by " AtPromiseDate
       end-if.

2300-CALL-ATP. *>company-wide, the way conversion relieves stock
       move PMName to AtProduct
       move WSQuoteSize to AtSize
       move WSSizeIndex to AtSlot
       move spaces to AtLocation
       move WSRunDate to AtRunDate
       move PMQtyBySize(WSSizeIndex) to AtOnHand
       move PMQtyOnOrder(WSSizeIndex) to AtOnOrder
       call "GETATP" using AtpRequest.

2500-FIND-SIZE-INDEX.
       move zero to WSSizeIndex
       perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
       end-if.

5000-CONVERT-ONE-LINE. *>stock moves now, at the quoted price - a shortfall
*>stays open on the order line the way a keyed order's does, with the ATP
*>date offered for the remainder
       if QtLineNo = zero
           go to 5000-NEXT
       end-if
           go to 5000-NEXT
       end-if
       move QtQty to WSShipQty
       move zero to WSOpenQty, WSPromiseDate
       if QtQty > PMQtyBySize(WSSizeIndex)
           compute WSOpenQty = QtQty - PMQtyBySize(WSSizeIndex)
           move PMQtyBySize(WSSizeIndex) to WSShipQty
           display "Only " PMQtyBySize(WSSizeIndex) " of " QtProduct
               " on hand - " WSOpenQty " stays open on the order at the"
               " quoted price"
           perform 5100-OFFER-PROMISE-DATE thru 5100-EXIT
       end-if
       if WSShipQty > zero
           move ProductMasterData to WSProdBefore
           compute WSStkQty = zero - WSShipQty
           call "STKLOC" using WSStkAction, PMName, WSStkLocation,
               WSStkSlot, WSStkQty
       end-if
       add 1 to WSOrderLineNo
       perform 7600-WRITE-ORDER-LINE
       add 1 to WSConvertCount
       if WSShipQty > zero
           compute WSLineTotal = QtUnitPrice * WSShipQty
           perform 7700-WRITE-ORDERS-LINE
       end-if
       close ProductFile.
5000-NEXT.
5000-EXIT.
       exit.

5100-OFFER-PROMISE-DATE. *>the ORDERENTRY offer - the date for the whole line,
*>asked before this line's stock comes off the shelf
       move QtQty to AtQty
       perform 2300-CALL-ATP
       if AtNoPromise
           display "No date can be promised for the remainder - the"
               " acknowledgement will say to be advised"
           go to 5100-EXIT
       end-if
       display "The remainder can ship by " AtPromiseDate
       display "Promise that date to the customer (Y/N) : " with no advancing
       accept WSPromiseAnswer
       move function upper-case(WSPromiseAnswer) to WSPromiseAnswer
       if WSPromiseAnswer = 'Y'
           move AtPromiseDate to WSPromiseDate
       end-if.
5100-EXIT.
       exit.

7100-ASSIGN-QUOTE-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern
       move zero to WSQuoteNumber
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move zero to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order header " WSOrderNumber " could not be written"
       end-write
       set OrdStatusOpen to true
       move QtProduct to OrdProduct
       move QtSize to OrdSize
       move QtQty to OrdQty
       move QtUnitPrice to OrdUnitPrice
       compute OrdLineTotal = QtUnitPrice * QtQty
       move spaces to OrdShipTo
       move spaces to OrdCustPO
       move zero to OrdRequestDate
       move zero to OrdShippedQty, OrdBilledQty
       move spaces to OrdSalesRep
       move "01" to OrdLocation
       move WSPromiseDate to OrdPromiseDate
       move space to OrdDropShip
       move zero to OrdDropPO
       move WSShipQty to OrdShippedQty
       write OrderData
           invalid key display "Order line " WSOrderNumber "/" WSOrderLineNo
               " could not be written"
