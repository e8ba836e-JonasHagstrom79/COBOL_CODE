       >>source format free
identification division.
program-id. warreg.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy prodfc.
       copy wtyfc.
       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select ProdVendFile assign to "PRODVEND.DAT"
           organization is line sequential
           file status is ProdVendStatus.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd ProductFile.
       copy prodrec.
fd WarrantyFile.
       copy wtyrec.
fd ShipmentFile.
       copy shipcnf.
fd ProdVendFile.
01 ProdVendData.
       02 PvProduct pic x(5).
       02 PvVendor  pic 9(4).
fd BusDateFile.
01 BusDateLine pic 9(8).

working-storage section.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 WarrantyFileStatus pic x(2) value "00".
       88 WarrantyFileOk value "00".
       88 WarrantyFileNotFound value "35".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
       88 ShipmentFileNotFound value "35".
01 ProdVendStatus pic x(2) value "00".
       88 ProdVendOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ShipmentEndOfFile pic x(1) value 'N'.
01 OrderEndOfFile pic x(1) value 'N'.
01 ProdVendEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSShipmentCount pic 9(7) value zero.
01 WSRegisteredCount pic 9(7) value zero.
01 WSRaisedCount pic 9(7) value zero.
01 WSVendCount pic 9(3) value zero.
01 WSVendTable. *>PRODVEND.DAT, the preferred supplier per product - the
*>first row for a product wins, the way ORDERENTRY reads it
       02 WSVendEntry occurs 500 times.
           03 WSVendProduct pic x(5).
           03 WSVendNumber  pic 9(4).
01 WSVendIndex pic 9(3) value zero.
01 WSLineVendor pic 9(4) value zero.
01 WSCoverYear pic 9(4).
01 WSCoverMonth pic 9(2).
01 WSCoverDay pic 9(2).
01 WSMonthCount pic 9(5).
01 WSDaysInMonth pic 9(2).
01 WSLeapWork pic 9(4).
01 WSLeapRem pic 9(3).

procedure division.
0000-MAINLINE. *>every line that leaves shipping a product with a warranty term
*>goes on WARRANTY.DAT under its order line, so the claims desk can answer "is
*>it still covered" off a key instead of a hunt through the order file. The
*>whole of SHIPMENT.DAT is walked each night; a line already registered is
*>found by its key and left alone, so a rerun never registers twice
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open input ShipmentFile
       if ShipmentFileNotFound
           display "No shipments on SHIPMENT.DAT yet - nothing to register"
           close ShipmentFile
           stop run
       end-if
       open input OrderFile
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close ShipmentFile, OrderFile
           move 1 to return-code
           stop run
       end-if
       open input ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ShipmentFile, OrderFile, ProductFile
           move 1 to return-code
           stop run
       end-if
       open i-o WarrantyFile
       if WarrantyFileNotFound
           close WarrantyFile
           open output WarrantyFile
           close WarrantyFile
           open i-o WarrantyFile
       end-if
       if not WarrantyFileOk
           display "Warranty file is in use by another user - try again later"
           close ShipmentFile, OrderFile, ProductFile, WarrantyFile
           move 1 to return-code
           stop run
       end-if
       perform 0500-LOAD-PREFERRED-VENDORS
       move 'N' to ShipmentEndOfFile
       perform 1000-TAKE-ONE-SHIPMENT until ShipmentEndOfFile = 'Y'
       close ShipmentFile, OrderFile, ProductFile, WarrantyFile
       display "Warranty registration complete - " WSShipmentCount
           " shipments read, " WSRegisteredCount " lines registered, "
           WSRaisedCount " raised for a later shipment"
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

0500-LOAD-PREFERRED-VENDORS.
       move zero to WSVendCount
       open input ProdVendFile
       if ProdVendOk
           move 'N' to ProdVendEndOfFile
           perform 0550-LOAD-ONE-VENDOR until ProdVendEndOfFile = 'Y'
       end-if
       close ProdVendFile.

0550-LOAD-ONE-VENDOR.
       read ProdVendFile next
           at end move 'Y' to ProdVendEndOfFile
           not at end
               if WSVendCount < 500
                   add 1 to WSVendCount
                   move PvProduct to WSVendProduct(WSVendCount)
                   move PvVendor to WSVendNumber(WSVendCount)
               end-if
       end-read.

1000-TAKE-ONE-SHIPMENT. *>a shipment row is the whole order leaving; its lines
*>are read back off the order master under the same number
       read ShipmentFile next
           at end
               move 'Y' to ShipmentEndOfFile
               exit paragraph
       end-read
       add 1 to WSShipmentCount
       move SnOrdNumber to OrdNumber
       move 1 to OrdLineNo
       start OrderFile key is >= OrdKey
           invalid key move 'Y' to OrderEndOfFile
           not invalid key move 'N' to OrderEndOfFile
       end-start
       if OrderEndOfFile = 'N'
           read OrderFile next
               at end move 'Y' to OrderEndOfFile
           end-read
       end-if
       perform 1500-WALK-ONE-LINE
           until OrderEndOfFile = 'Y' or OrdNumber not = SnOrdNumber.

1500-WALK-ONE-LINE.
       perform 2000-REGISTER-ONE-LINE thru 2000-EXIT
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read.

2000-REGISTER-ONE-LINE. *>a vendor's drop-ship row covers only the lines the
*>vendor shipped, our own dock's row only the lines that left the warehouse
       if OrdStatusCancelled or OrdShippedQty = zero
           go to 2000-EXIT
       end-if
       if SnFromVendor and not OrdDropShipped
           go to 2000-EXIT
       end-if
       if not SnFromVendor and OrdDropShipped
           go to 2000-EXIT
       end-if
       move OrdProduct to PMName
       read ProductFile
           key is PMName
           invalid key go to 2000-EXIT
       end-read
       if PMWarrantyMonths = zero
           go to 2000-EXIT
       end-if
       move OrdNumber to WyOrdNumber
       move OrdLineNo to WyOrdLineNo
       read WarrantyFile
           key is WyKey
           invalid key
               perform 2100-WRITE-NEW-COVER
           not invalid key
               if OrdShippedQty > WyQty
                   move OrdShippedQty to WyQty
                   rewrite WarrantyData
                   add 1 to WSRaisedCount
               end-if
       end-read.
2000-EXIT.
       exit.

2100-WRITE-NEW-COVER.
       move zero to WSLineVendor
       perform 2150-MATCH-ONE-VENDOR
           varying WSVendIndex from 1 by 1
           until WSVendIndex > WSVendCount or WSLineVendor not = zero
       move OrdNumber to WyOrdNumber
       move OrdLineNo to WyOrdLineNo
       move OrdIdNum to WyIdNum
       move OrdProduct to WyProduct
       move OrdSize to WySize
       move OrdShippedQty to WyQty
       move OrdUnitPrice to WyUnitPrice
       move SnShipDate to WyShipDate
       move PMWarrantyMonths to WyMonths
       perform 3000-WORK-OUT-EXPIRY
       move WSLineVendor to WyVendor
       move 'N' to WyVendorCovers
       if PMVendorCovers and WSLineVendor not = zero
           move 'Y' to WyVendorCovers
       end-if
       move zero to WyClaimedQty
       move WSRunDate to WyRegDate
       write WarrantyData
           invalid key continue
           not invalid key add 1 to WSRegisteredCount
       end-write.

2150-MATCH-ONE-VENDOR.
       if WSVendProduct(WSVendIndex) = OrdProduct
           move WSVendNumber(WSVendIndex) to WSLineVendor
       end-if.

3000-WORK-OUT-EXPIRY. *>the ship date moved on by the warranty months, the day
*>held where the month allows it - 31 January plus one month ends 28 February
       move SnShipDate(1:4) to WSCoverYear
       move SnShipDate(5:2) to WSCoverMonth
       move SnShipDate(7:2) to WSCoverDay
       compute WSMonthCount = (WSCoverYear * 12) + WSCoverMonth - 1
           + PMWarrantyMonths
       divide WSMonthCount by 12 giving WSCoverYear remainder WSCoverMonth
       add 1 to WSCoverMonth
       perform 3100-DAYS-IN-MONTH
       if WSCoverDay > WSDaysInMonth
           move WSDaysInMonth to WSCoverDay
       end-if
       compute WyExpiry =
           (WSCoverYear * 10000) + (WSCoverMonth * 100) + WSCoverDay.

3100-DAYS-IN-MONTH. *>the leap-year rule NIGHTLYBATCH's month-end check applies
       evaluate WSCoverMonth
           when 4 when 6 when 9 when 11
               move 30 to WSDaysInMonth
           when 2
               move 28 to WSDaysInMonth
               divide WSCoverYear by 4 giving WSLeapWork
                   remainder WSLeapRem
               if WSLeapRem = zero
                   move 29 to WSDaysInMonth
                   divide WSCoverYear by 100 giving WSLeapWork
                       remainder WSLeapRem
                   if WSLeapRem = zero
                       move 28 to WSDaysInMonth
                       divide WSCoverYear by 400 giving WSLeapWork
                           remainder WSLeapRem
                       if WSLeapRem = zero
                           move 29 to WSDaysInMonth
                       end-if
                   end-if
               end-if
           when other
               move 31 to WSDaysInMonth
       end-evaluate.
