file-control.
       copy ordfc.
       copy prodfc.
       select CostLogFile assign to "COSTLOG.DAT"
           organization is line sequential
           file status is CostLogStatus.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd ProductFile.
       copy prodrec.
fd CostLogFile.
       copy clogrec.

working-storage section.
01 OrderFileStatus pic x(2) value "00".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 CostLogStatus pic x(2) value "00".
       88 CostLogOk value "00".
01 OrderEndOfFile pic x(1) value 'N'.
01 CostLogEndOfFile pic x(1) value 'N'.
01 WSCogsCount pic 9(3) value zero.
01 WSCogsTable. *>what stock going out on orders cost per product, off the FIFO
*>layers - cancelled order lines put back what they took
       02 WSCogsEntry occurs 300 times.
           03 WSCogsName  pic x(5).
           03 WSCogsQty   pic s9(9).
           03 WSCogsValue pic s9(11)v99.
01 WSCogsIndex pic 9(3) value zero.
01 WSCogsSlot pic 9(3) value zero.
01 WSCogsKey pic x(5).
01 WSProdCount pic 9(3) value zero.
01 WSProdTable. *>revenue and cost per product off the billed order lines
       02 WSProdEntry occurs 300 times.

procedure division.
0000-MAINLINE. *>what do we actually make on each product - billed quantities
*>off the order lines priced out at what the stock shipped against them cost off
*>the FIFO layers, ranked so the winners and the dogs are both obvious. The cost
*>log carries no order number, so each product's billed units take the average
*>FIFO cost of everything it has shipped; a product with nothing costed yet
*>falls back to the master's unit cost
       perform 0500-LOAD-FIFO-COST-OF-SALES
       open input OrderFile
       if OrderFileNotFound
           display "No orders on file yet - nothing to rank"
           WSProdCount " products"
       stop run.

0500-LOAD-FIFO-COST-OF-SALES.
       move zero to WSCogsCount
       open input CostLogFile
       if CostLogOk
           move 'N' to CostLogEndOfFile
           perform 0550-TALLY-ONE-COST-ROW until CostLogEndOfFile = 'Y'
       end-if
       close CostLogFile.

0550-TALLY-ONE-COST-ROW.
       read CostLogFile
           at end
               move 'Y' to CostLogEndOfFile
               exit paragraph
       end-read
       if not ((ClAction = "O" and ClStockOut) or (ClAction = "K" and ClStockIn))
           exit paragraph
       end-if
       move zero to WSCogsSlot
       move ClProduct to WSCogsKey
       perform 0560-FIND-COGS-SLOT
           varying WSCogsIndex from 1 by 1 until WSCogsIndex > WSCogsCount
       if WSCogsSlot = zero
           if WSCogsCount >= 300
               exit paragraph
           end-if
           add 1 to WSCogsCount
           move WSCogsCount to WSCogsSlot
           move ClProduct to WSCogsName(WSCogsSlot)
           move zero to WSCogsQty(WSCogsSlot), WSCogsValue(WSCogsSlot)
       end-if
       if ClStockOut
           add ClQty to WSCogsQty(WSCogsSlot)
           add ClValue to WSCogsValue(WSCogsSlot)
       else
           subtract ClQty from WSCogsQty(WSCogsSlot)
           subtract ClValue from WSCogsValue(WSCogsSlot)
       end-if.

0560-FIND-COGS-SLOT.
       if WSCogsName(WSCogsIndex) = WSCogsKey
           move WSCogsIndex to WSCogsSlot
       end-if.

1000-TALLY-ONE-LINE. *>only quantity the invoice run has actually billed counts -
*>open remainder is hope, not profit
       if OrdLineNo > zero and OrdBilledQty > zero
               invalid key continue
               not invalid key move PMUnitCost to WSUnitCost
           end-read
           perform 1050-GET-FIFO-UNIT-COST
           compute WSLineCost = OrdBilledQty * WSUnitCost
           perform 1100-ADD-TO-PRODUCT
       end-if
           at end move 'Y' to OrderEndOfFile
       end-read.

1050-GET-FIFO-UNIT-COST.
       move zero to WSCogsSlot
       move OrdProduct to WSCogsKey
       perform 0560-FIND-COGS-SLOT
           varying WSCogsIndex from 1 by 1 until WSCogsIndex > WSCogsCount
       if WSCogsSlot > zero
           if WSCogsQty(WSCogsSlot) > zero and WSCogsValue(WSCogsSlot) > zero
               compute WSUnitCost rounded =
                   WSCogsValue(WSCogsSlot) / WSCogsQty(WSCogsSlot)
           end-if
       end-if.

1100-ADD-TO-PRODUCT.
       move zero to WSSlot
       perform varying WSProdIndex from 1 by 1
