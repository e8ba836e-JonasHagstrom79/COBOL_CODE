       >>source format free
identification division.
program-id. lotrecall.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy custfc.
       copy lotfc.
       select LotShipFile assign to "LOTSHIP.DAT"
           organization is line sequential
           file status is LotShipFileStatus.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select ReceiptHistFile assign to "RECEIPTS.DAT"
           organization is line sequential
           file status is ReceiptHistStatus.
       select RecallReport assign to "LOTRECALL.rpt"
           organization is line sequential.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd CustomerFile.
       copy custrec.
fd LotStockFile.
       copy lotrec.
fd LotShipFile.
       copy lotship.
fd ShipmentFile.
       copy shipcnf.
fd ReceiptHistFile.
       copy rcptrec.
fd RecallReport.
01 PrintLine pic x(100).

working-storage section.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 LotStockStatus pic x(2) value "00".
       88 LotStockOk value "00".
01 LotShipFileStatus pic x(2) value "00".
       88 LotShipFileOk value "00".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
01 ReceiptHistStatus pic x(2) value "00".
       88 ReceiptHistOk value "00".
01 LotShipEndOfFile pic x(1) value 'N'.
01 ShipmentEndOfFile pic x(1) value 'N'.
01 ReceiptEndOfFile pic x(1) value 'N'.
01 LotStockEndOfFile pic x(1) value 'N'.
01 WSOrderFileUp pic x(1) value 'N'.
01 WSCustomerFileUp pic x(1) value 'N'.
01 WSRecallLot pic x(10).
01 WSRecallProduct pic x(5). *>blank = the lot under any product
01 WSShipDate pic 9(8).
01 WSCustName pic x(31).
01 WSCustPO pic x(15).
01 WSLineCount pic 9(5) value zero.
01 WSQtyShipped pic 9(7) value zero.
01 WSQtyOnShelf pic 9(7) value zero.
01 WSQtyReceived pic 9(7) value zero.
01 RptHeading pic x(60) value "Lot Recall Trace".
01 RptSubHeading pic x(100).
01 RptSectionLine pic x(100).
01 RptShipHeads pic x(100) value
       "Order   Ln  Cust   Name                            Cust PO          Prod  Sz    Qty  Shipped".
01 RptShipLine.
       02 PrnOrder pic 9(6).
       02 filler pic x(2) value space.
       02 PrnLineNo pic 9(2).
       02 filler pic x(2) value space.
       02 PrnIdNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnCustName pic x(31).
       02 filler pic x(1) value space.
       02 PrnCustPO pic x(15).
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(1) value space.
       02 PrnSize pic x(1).
       02 filler pic x(1) value space.
       02 PrnQty pic zz,zz9.
       02 filler pic x(2) value space.
       02 PrnShipDate pic x(11).
01 RptStockLine.
       02 filler pic x(4) value space.
       02 PrnStkProduct pic x(5).
       02 filler pic x(6) value " size ".
       02 PrnStkSize pic x(1).
       02 filler pic x(11) value "  location ".
       02 PrnStkLocation pic x(2).
       02 filler pic x(9) value "  on hand".
       02 PrnStkQty pic zz,zz9.
       02 filler pic x(10) value "  expires ".
       02 PrnStkExpiry pic x(8).
01 RptReceiptLine.
       02 filler pic x(4) value space.
       02 filler pic x(3) value "PO ".
       02 PrnRcPo pic 9(6).
       02 filler pic x(8) value "  vendor".
       02 PrnRcVendor pic 9(4).
       02 filler pic x(10) value "  received".
       02 PrnRcDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnRcProduct pic x(5).
       02 filler pic x(6) value " size ".
       02 PrnRcSize pic x(1).
       02 filler pic x(6) value "  qty ".
       02 PrnRcQty pic zz,zz9.

procedure division.
0000-MAINLINE. *>the question a recall asks - which customers got lot X, on
*>which orders, and when it left the dock - answered off the lots PICKLIST
*>logged against the order lines, the order master for the customer and their
*>PO, and SHIPMENT.DAT for the ship date. The report also shows where the lot
*>came from and what is still on the shelf to be quarantined
       display "Lot number to trace : " with no advancing
       accept WSRecallLot
       if WSRecallLot = spaces
           display "A lot number is needed"
           stop run
       end-if
       display "Product (blank = any) : " with no advancing
       accept WSRecallProduct
       open input OrderFile
       if OrderFileOk
           move 'Y' to WSOrderFileUp
       end-if
       open input CustomerFile
       if CustFileOk
           move 'Y' to WSCustomerFileUp
       end-if
       open output RecallReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Lot " delimited by size
           WSRecallLot delimited by size
           "   product " delimited by size
           WSRecallProduct delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       perform 1000-WHERE-IT-CAME-FROM thru 1000-EXIT
       perform 2000-WHO-GOT-IT thru 2000-EXIT
       perform 3000-WHAT-IS-LEFT thru 3000-EXIT
       close RecallReport
       if WSOrderFileUp = 'Y'
           close OrderFile
       end-if
       if WSCustomerFileUp = 'Y'
           close CustomerFile
       end-if
       display "Lot " WSRecallLot ": received " WSQtyReceived
           "  shipped on " WSLineCount " order line(s), qty " WSQtyShipped
           "  still on hand " WSQtyOnShelf
       display "Trace printed on LOTRECALL.rpt"
       stop run.

1000-WHERE-IT-CAME-FROM. *>the receipts that brought the lot in
       move "Received" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       open input ReceiptHistFile
       if not ReceiptHistOk
           close ReceiptHistFile
           go to 1000-EXIT
       end-if
       move 'N' to ReceiptEndOfFile
       perform 1100-TEST-ONE-RECEIPT until ReceiptEndOfFile = 'Y'
       close ReceiptHistFile.
1000-EXIT.
       exit.

1100-TEST-ONE-RECEIPT.
       read ReceiptHistFile
           at end move 'Y' to ReceiptEndOfFile
           not at end
               if RcLotNumber = WSRecallLot
                  and (WSRecallProduct = spaces or RcProduct = WSRecallProduct)
                   move RcPoNumber to PrnRcPo
                   move RcVendor to PrnRcVendor
                   move RcReceiptDate to PrnRcDate
                   move RcProduct to PrnRcProduct
                   move RcSize to PrnRcSize
                   move RcQtyReceived to PrnRcQty
                   write PrintLine from RptReceiptLine after advancing 1 line
                   add RcQtyReceived to WSQtyReceived
               end-if
       end-read.

2000-WHO-GOT-IT.
       move "Shipped to customers" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       write PrintLine from RptShipHeads after advancing 1 line
       open input LotShipFile
       if not LotShipFileOk
           close LotShipFile
           go to 2000-EXIT
       end-if
       move 'N' to LotShipEndOfFile
       perform 2100-TEST-ONE-LOT-LINE until LotShipEndOfFile = 'Y'
       close LotShipFile.
2000-EXIT.
       exit.

2100-TEST-ONE-LOT-LINE.
       read LotShipFile
           at end move 'Y' to LotShipEndOfFile
           not at end
               if LsLotNumber = WSRecallLot
                  and (WSRecallProduct = spaces or LsProduct = WSRecallProduct)
                   perform 2200-PRINT-ONE-CUSTOMER
               end-if
       end-read.

2200-PRINT-ONE-CUSTOMER. *>the order header names the customer and their PO -
*>an order purged since still traces through the customer on the lot row
       move LsIdNum to PrnIdNum
       move spaces to WSCustPO
       if WSOrderFileUp = 'Y'
           move LsOrdNumber to OrdNumber
           move zero to OrdLineNo
           read OrderFile
               key is OrdKey
               invalid key continue
               not invalid key
                   move OrdIdNum to PrnIdNum
                   move OrdCustPO to WSCustPO
           end-read
       end-if
       move "Customer not on file" to WSCustName
       if WSCustomerFileUp = 'Y'
           move PrnIdNum to IdNum
           read CustomerFile
               key is IdNum
               invalid key continue
               not invalid key
                   move spaces to WSCustName
                   string FirstName delimited by space
                       " " delimited by size
                       LastName delimited by space
                       into WSCustName
                   end-string
           end-read
       end-if
       perform 2300-FIND-SHIP-DATE thru 2300-EXIT
       move LsOrdNumber to PrnOrder
       move LsOrdLineNo to PrnLineNo
       move WSCustName to PrnCustName
       move WSCustPO to PrnCustPO
       move LsProduct to PrnProduct
       move LsSize to PrnSize
       move LsQty to PrnQty
       if WSShipDate = zero
           move "NOT SHIPPED" to PrnShipDate
       else
           move WSShipDate to PrnShipDate
       end-if
       write PrintLine from RptShipLine after advancing 1 line
       add 1 to WSLineCount
       add LsQty to WSQtyShipped.

2300-FIND-SHIP-DATE. *>the first confirmed shipment of the order on or after
*>the day the lot was picked for it
       move zero to WSShipDate
       open input ShipmentFile
       if not ShipmentFileOk
           close ShipmentFile
           go to 2300-EXIT
       end-if
       move 'N' to ShipmentEndOfFile
       perform 2350-TEST-ONE-SHIPMENT until ShipmentEndOfFile = 'Y'
       close ShipmentFile.
2300-EXIT.
       exit.

2350-TEST-ONE-SHIPMENT.
       read ShipmentFile
           at end move 'Y' to ShipmentEndOfFile
           not at end
               if SnOrdNumber = LsOrdNumber and SnShipDate >= LsPickDate
                  and (WSShipDate = zero or SnShipDate < WSShipDate)
                   move SnShipDate to WSShipDate
               end-if
       end-read.

3000-WHAT-IS-LEFT. *>stock of the lot still in the buildings - hold it
       move "Still on hand - quarantine" to RptSectionLine
       write PrintLine from RptSectionLine after advancing 2 lines
       open input LotStockFile
       if not LotStockOk
           close LotStockFile
           go to 3000-EXIT
       end-if
       move 'N' to LotStockEndOfFile
       perform 3100-TEST-ONE-LOT until LotStockEndOfFile = 'Y'
       close LotStockFile.
3000-EXIT.
       exit.

3100-TEST-ONE-LOT.
       read LotStockFile next
           at end move 'Y' to LotStockEndOfFile
           not at end
               if LtLotNumber = WSRecallLot
                  and (WSRecallProduct = spaces or LtProduct = WSRecallProduct)
                   move LtProduct to PrnStkProduct
                   move LtSize to PrnStkSize
                   move LtLocation to PrnStkLocation
                   move LtQtyOnHand to PrnStkQty
                   if LtExpiry = 99999999
                       move spaces to PrnStkExpiry
                   else
                       move LtExpiry to PrnStkExpiry
                   end-if
                   write PrintLine from RptStockLine after advancing 1 line
                   add LtQtyOnHand to WSQtyOnShelf
               end-if
       end-read.
