fd OrderFile.
       copy ordrec.
fd OldOrderFile.
01 OldOrderData. *>the layout ORDMAST.DAT carried before the promise date and
*>the drop-ship link joined the record - an indexed file will not open once
*>the record grows, so the rows come across here instead
       02 OOrdKey.
           03 OOrdNumber pic 9(6).
           03 OOrdLineNo pic 9(2).
       02 OOrdIdNum    pic 9(5).
       02 OOrdDate     pic 9(8).
       02 OOrdStatus   pic x(1).
       02 OOrdProduct  pic x(5).
       02 OOrdSize     pic x(1).
       02 OOrdQty      pic 9(5).
       02 OOrdUnitPrice pic 9(5)v99.
       02 OOrdLineTotal pic 9(7)v99.
       02 OOrdShipTo   pic x(3).
       02 OOrdCustPO   pic x(15).
       02 OOrdRequestDate pic 9(8).
       02 OOrdShippedQty pic 9(5).
       02 OOrdBilledQty  pic 9(5).
       02 OOrdSalesRep   pic x(3).
       02 OOrdLocation   pic x(2).

working-storage section.
01 OrderFileStatus pic x(2) value "00".

procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old ORDMAST.DAT to ORDOLD.DAT, run this once. Every header and line comes
*>across as it was, with no promise date and no drop shipment - those only
*>exist for orders taken since
       open input OldOrderFile
       if OldOrderNotFound
           display "ORDOLD.DAT not found - rename the old ORDMAST.DAT to"
       move OOrdQty to OrdQty
       move OOrdUnitPrice to OrdUnitPrice
       move OOrdLineTotal to OrdLineTotal
       move OOrdShipTo to OrdShipTo
       move OOrdCustPO to OrdCustPO
       move OOrdRequestDate to OrdRequestDate
       move OOrdShippedQty to OrdShippedQty
       move OOrdBilledQty to OrdBilledQty
       move OOrdSalesRep to OrdSalesRep
       move OOrdLocation to OrdLocation
       move zero to OrdPromiseDate
       move 'N' to OrdDropShip
       move zero to OrdDropPO
       write OrderData
           invalid key display "Order " OOrdNumber "/" OOrdLineNo
               " is already on the new file - skipped"
