       >>source format free
identification division.
program-id. invveri.
environment division.
input-output section.
file-control.
       copy prodfc.
       copy stklfc.
       copy pofc.
       copy ordfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select BackOrderFile assign to "BACKORDER.DAT"
           organization is line sequential
           file status is BackOrderFileStatus.
       select KitBomFile assign to "KITBOM.DAT"
           organization is line sequential
           file status is KitBomFileStatus.
       select OpenPoFile assign to "invpo.tmp"
           organization is line sequential.
       select SortedPoFile assign to "invpoSort.tmp"
           organization is line sequential.
       select PoSortWorkFile assign to "invposort.tmp".
       select InvVerifyFile assign to "INVVERI.DAT"
           organization is line sequential.
       select VerifyReport assign to "INVVERI.rpt"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd StockLocFile.
       copy stklrec.
fd PurchaseOrderFile.
       copy porec.
fd OrderFile.
       copy ordrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd BackOrderFile.
       copy borec.
fd KitBomFile.
       copy kitrec.
fd OpenPoFile.
01 OpenPoData. *>the still-to-arrive part of each line on an open PO
       02 OpProduct  pic x(5).
       02 OpSize     pic x(1).
       02 OpOpenQty  pic 9(5).
       02 OpPoNumber pic 9(6).
       02 OpLineNo   pic 9(2).
fd SortedPoFile.
01 SrtPoData.
       02 SrtPoProduct  pic x(5).
       02 SrtPoSize     pic x(1).
       02 SrtPoOpenQty  pic 9(5).
       02 SrtPoNumber   pic 9(6).
       02 SrtPoLineNo   pic 9(2).
SD PoSortWorkFile.
01 WPoData.
       02 WPoProduct  pic x(5).
       02 WPoSize     pic x(1).
       02 filler      pic x(13).
fd InvVerifyFile.
       copy ivvrec.
fd VerifyReport.
01 PrintLine pic x(100).

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 StockLocStatus pic x(2) value "00".
       88 StockLocOk value "00".
       88 StockLocNotFound value "35".
01 PurchaseOrderStatus pic x(2) value "00".
       88 PurchaseOrderOk value "00".
       88 PurchaseOrderNotFound value "35".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 BackOrderFileStatus pic x(2) value "00".
       88 BackOrderFileOk value "00".
       88 BackOrderFileNotFound value "35".
01 KitBomFileStatus pic x(2) value "00".
       88 KitBomFileOk value "00".
       88 KitBomFileNotFound value "35".
01 ProductEndOfFile pic x(1) value 'N'.
01 StockLocEndOfFile pic x(1) value 'Y'.
01 SortedPoEndOfFile pic x(1) value 'N'.
01 EndOfFileFlag pic x(1) value 'N'.
01 WSHaveStockLoc pic x(1) value 'N'.
01 WSPoHdrOpen pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSSlotTotals. *>one product's figures per size slot, built from the
*>other files and compared with what the master carries
       02 WSLocTotal pic s9(7) occurs 8 times.
       02 WSPoOpenTotal pic 9(7) occurs 8 times.
01 WSSizeIndex pic 9(2) value zero.
01 WSSlotFound pic 9(2) value zero.
01 WSLookProduct pic x(5).
01 WSLookSize pic x(1).
01 WSLookResult pic x(1).
       88 LookFound          value 'Y'.
       88 LookProductMissing value 'P'.
       88 LookSizeMissing    value 'S'.
01 WSLookWhat pic x(40).
01 WSHdrNumber pic 9(6) value zero.
01 WSHdrStatus pic x(1) value space.
01 WSHdrLines pic 9(3) value zero.
01 WSHaveHeader pic x(1) value 'N'.
01 WSProductCount pic 9(7) value zero.
01 WSOrderLineCount pic 9(7) value zero.
01 WSBackOrderCount pic 9(7) value zero.
01 WSKitRowCount pic 9(7) value zero.
01 WSLocExceptions pic 9(5) value zero.
01 WSOnOrderExceptions pic 9(5) value zero.
01 WSReferenceExceptions pic 9(5) value zero.
01 WSStatusExceptions pic 9(5) value zero.
01 WSExceptionCount pic 9(5) value zero.
01 WSExceptionLine pic x(100).
01 WSQtyEdit pic zzzzzz9-.
01 WSQtyEdit2 pic zzzzzz9-.
01 RptHeading pic x(60) value "Stock and Order Subsystem Integrity Verification".

procedure division.
0000-MAINLINE. *>what CUSTVERI does for customers, done for stock and orders -
*>the location split against the master, on-order against the open POs, every
*>order, backorder and kit row pointing at a real product and size, and the
*>lines under a picked or shipped order in a status that fits it. The result
*>goes on INVVERI.DAT for the dashboard as well as the report
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open input ProductFile
       if ProductFileNotFound
           display "No products on file yet - nothing to verify"
           close ProductFile
           move 1 to return-code
           stop run
       end-if
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           move 1 to return-code
           stop run
       end-if
       perform 1000-EXTRACT-OPEN-PO-LINES thru 1000-EXIT
       open output VerifyReport
       write PrintLine from RptHeading after advancing page
       open input StockLocFile
       if StockLocNotFound
           close StockLocFile
           move "STOCKLOC.DAT MISSING - location quantity check skipped"
               to WSExceptionLine
           write PrintLine from WSExceptionLine after advancing 1 line
       else
           move 'Y' to WSHaveStockLoc
           move 'N' to StockLocEndOfFile
           perform 2000-READ-NEXT-LOCATION
       end-if
       open input SortedPoFile
       perform 2100-READ-NEXT-PO-LINE
       read ProductFile next
           at end move 'Y' to ProductEndOfFile
       end-read
       perform 3000-VERIFY-PRODUCT until ProductEndOfFile = 'Y'
       perform 3500-CHECK-ORPHAN-LOCATION until StockLocEndOfFile = 'Y'
       perform 3600-CHECK-ORPHAN-PO-LINE until SortedPoEndOfFile = 'Y'
       close SortedPoFile
       if WSHaveStockLoc = 'Y'
           close StockLocFile
       end-if
       perform 4000-VERIFY-ORDERS thru 4000-EXIT
       perform 5000-VERIFY-BACKORDERS thru 5000-EXIT
       perform 6000-VERIFY-KITS thru 6000-EXIT
       close ProductFile
       perform 8000-PRINT-VERDICT
       perform 8500-WRITE-RESULT
       close VerifyReport
       call "CBL_DELETE_FILE" using "invpo.tmp"
       call "CBL_DELETE_FILE" using "invpoSort.tmp"
       if WSExceptionCount > zero
           move 1 to return-code
       end-if
       stop run.

0100-GET-BUSINESS-DATE. *>inside the nightly chain the driver stages the
*>business date on BUSDATE.DAT - the dashboard matches the result on it
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

1000-EXTRACT-OPEN-PO-LINES. *>POMAST.DAT is keyed by PO number - the open
*>quantities are pulled off and sorted into product and size order so they
*>can be walked alongside the product master
       open output OpenPoFile
       open input PurchaseOrderFile
       if PurchaseOrderNotFound
           close PurchaseOrderFile, OpenPoFile
           go to 1000-SORT
       end-if
       move 'N' to EndOfFileFlag
       perform 1100-EXTRACT-ONE-PO-RECORD until EndOfFileFlag = 'Y'
       close PurchaseOrderFile, OpenPoFile.
1000-SORT.
       sort PoSortWorkFile
           on ascending key WPoProduct
           on ascending key WPoSize
           using OpenPoFile
           giving SortedPoFile.
1000-EXIT.
       exit.

1100-EXTRACT-ONE-PO-RECORD. *>the header carries the status - its lines
*>count only while it is open, the way GETATP counts them
       read PurchaseOrderFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if PoLineNo = zero
           move 'N' to WSPoHdrOpen
           if PoStatusOpen
               move 'Y' to WSPoHdrOpen
           end-if
           exit paragraph
       end-if
       if WSPoHdrOpen not = 'Y' or PoQtyReceived >= PoQtyOrdered
           exit paragraph
       end-if
       move PoProduct to OpProduct
       move PoSize to OpSize
       compute OpOpenQty = PoQtyOrdered - PoQtyReceived
       move PoNumber to OpPoNumber
       move PoLineNo to OpLineNo
       write OpenPoData.

2000-READ-NEXT-LOCATION.
       read StockLocFile next
           at end move 'Y' to StockLocEndOfFile
       end-read.

2100-READ-NEXT-PO-LINE.
       read SortedPoFile
           at end move 'Y' to SortedPoEndOfFile
       end-read.

3000-VERIFY-PRODUCT. *>the location rows and open PO lines for this product
*>follow any for a product the master does not have
       add 1 to WSProductCount
       initialize WSSlotTotals
       perform 3500-CHECK-ORPHAN-LOCATION
           until StockLocEndOfFile = 'Y' or SlProduct >= PMName
       perform 3100-ADD-ONE-LOCATION
           until StockLocEndOfFile = 'Y' or SlProduct not = PMName
       perform 3600-CHECK-ORPHAN-PO-LINE
           until SortedPoEndOfFile = 'Y' or SrtPoProduct >= PMName
       perform 3200-ADD-ONE-PO-LINE
           until SortedPoEndOfFile = 'Y' or SrtPoProduct not = PMName
       perform 3300-CHECK-ONE-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       read ProductFile next
           at end move 'Y' to ProductEndOfFile
       end-read.

3100-ADD-ONE-LOCATION.
       perform 3110-ADD-ONE-LOCATION-SLOT
           varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
       perform 2000-READ-NEXT-LOCATION.

3110-ADD-ONE-LOCATION-SLOT.
       add SlQtyBySize(WSSizeIndex) to WSLocTotal(WSSizeIndex).

3200-ADD-ONE-PO-LINE. *>the size letter finds the slot, as everywhere else
       move zero to WSSlotFound
       perform 3210-MATCH-ONE-SIZE
           varying WSSizeIndex from 1 by 1
           until WSSizeIndex > PMSizeCount or WSSlotFound > zero
       if WSSlotFound = zero
           move spaces to WSExceptionLine
           string "PO SIZE NOT ON PRODUCT - PO " delimited by size
               SrtPoNumber delimited by size
               " line " delimited by size
               SrtPoLineNo delimited by size
               " " delimited by size
               SrtPoProduct delimited by size
               " size " delimited by size
               SrtPoSize delimited by size
               into WSExceptionLine
           end-string
           add 1 to WSOnOrderExceptions
           perform 7000-WRITE-EXCEPTION
       else
           add SrtPoOpenQty to WSPoOpenTotal(WSSlotFound)
       end-if
       perform 2100-READ-NEXT-PO-LINE.

3210-MATCH-ONE-SIZE.
       if PMSize(WSSizeIndex:1) = SrtPoSize
           move WSSizeIndex to WSSlotFound
       end-if.

3300-CHECK-ONE-SLOT.
       if WSHaveStockLoc = 'Y'
          and WSLocTotal(WSSizeIndex) not = PMQtyBySize(WSSizeIndex)
           move PMQtyBySize(WSSizeIndex) to WSQtyEdit
           move WSLocTotal(WSSizeIndex) to WSQtyEdit2
           move spaces to WSExceptionLine
           string "LOCATION SUM - " delimited by size
               PMName delimited by size
               " slot " delimited by size
               WSSizeIndex delimited by size
               " size " delimited by size
               PMSize(WSSizeIndex:1) delimited by size
               " master on hand " delimited by size
               WSQtyEdit delimited by size
               " vs locations " delimited by size
               WSQtyEdit2 delimited by size
               into WSExceptionLine
           end-string
           add 1 to WSLocExceptions
           perform 7000-WRITE-EXCEPTION
       end-if
       if WSPoOpenTotal(WSSizeIndex) not = PMQtyOnOrder(WSSizeIndex)
           move PMQtyOnOrder(WSSizeIndex) to WSQtyEdit
           move WSPoOpenTotal(WSSizeIndex) to WSQtyEdit2
           move spaces to WSExceptionLine
           string "ON ORDER - " delimited by size
               PMName delimited by size
               " slot " delimited by size
               WSSizeIndex delimited by size
               " size " delimited by size
               PMSize(WSSizeIndex:1) delimited by size
               " master on order " delimited by size
               WSQtyEdit delimited by size
               " vs open PO lines " delimited by size
               WSQtyEdit2 delimited by size
               into WSExceptionLine
           end-string
           add 1 to WSOnOrderExceptions
           perform 7000-WRITE-EXCEPTION
       end-if.

3500-CHECK-ORPHAN-LOCATION. *>a location row whose product is not on the master
       move spaces to WSExceptionLine
       string "ORPHAN LOCATION ROW - " delimited by size
           SlProduct delimited by size
           " at location " delimited by size
           SlLocation delimited by size
           " is not on PRODUCT.DAT" delimited by size
           into WSExceptionLine
       end-string
       add 1 to WSLocExceptions
       perform 7000-WRITE-EXCEPTION
       perform 2000-READ-NEXT-LOCATION.

3600-CHECK-ORPHAN-PO-LINE. *>an open PO line for a product not on the master
       move spaces to WSExceptionLine
       string "ORPHAN PO LINE - PO " delimited by size
           SrtPoNumber delimited by size
           " line " delimited by size
           SrtPoLineNo delimited by size
           " product " delimited by size
           SrtPoProduct delimited by size
           " is not on PRODUCT.DAT" delimited by size
           into WSExceptionLine
       end-string
       add 1 to WSOnOrderExceptions
       perform 7000-WRITE-EXCEPTION
       perform 2100-READ-NEXT-PO-LINE.

4000-VERIFY-ORDERS. *>order lines still to bill must point at a real product
*>and size - a billed or cancelled line is history and the product may since
*>have been deleted
       open input OrderFile
       if OrderFileNotFound
           close OrderFile
           go to 4000-EXIT
       end-if
       move 'N' to EndOfFileFlag, WSHaveHeader
       perform 4100-VERIFY-ONE-ORDER-REC until EndOfFileFlag = 'Y'
       perform 4300-CLOSE-OFF-HEADER
       close OrderFile.
4000-EXIT.
       exit.

4100-VERIFY-ONE-ORDER-REC.
       read OrderFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if OrdLineNo = zero
           perform 4300-CLOSE-OFF-HEADER
           move 'Y' to WSHaveHeader
           move OrdNumber to WSHdrNumber
           move OrdStatus to WSHdrStatus
           move zero to WSHdrLines
           exit paragraph
       end-if
       add 1 to WSOrderLineCount
       if WSHaveHeader not = 'Y' or OrdNumber not = WSHdrNumber
           move spaces to WSExceptionLine
           string "LINE WITHOUT HEADER - order " delimited by size
               OrdNumber delimited by size
               " line " delimited by size
               OrdLineNo delimited by size
               into WSExceptionLine
           end-string
           add 1 to WSStatusExceptions
           perform 7000-WRITE-EXCEPTION
       end-if
       if not OrdStatusCancelled and not OrdStatusInvoiced
           move OrdProduct to WSLookProduct
           move OrdSize to WSLookSize
           perform 7500-LOOK-UP-PRODUCT
           if not LookFound
               move spaces to WSLookWhat
               string "order " delimited by size
                   OrdNumber delimited by size
                   " line " delimited by size
                   OrdLineNo delimited by size
                   into WSLookWhat
               end-string
               perform 7600-REFERENCE-EXCEPTION
           end-if
       end-if
       if WSHdrStatus = "P" or WSHdrStatus = "S"
           perform 4200-CHECK-LINE-STATUS
       end-if.

4200-CHECK-LINE-STATUS. *>under a picked header a line may still be open or
*>picked, or already billed or cancelled - never shipped ahead of it; under a
*>shipped header anything but an unknown code is possible. The quantities
*>must nest: shipped within ordered, billed within shipped
       if not OrdStatusCancelled
           add 1 to WSHdrLines
       end-if
       move spaces to WSExceptionLine
       evaluate true
           when not (OrdStatusOpen or OrdStatusPicked or OrdStatusShipped
                     or OrdStatusInvoiced or OrdStatusCancelled)
               string "LINE STATUS - order " delimited by size
                   OrdNumber delimited by size
                   " line " delimited by size
                   OrdLineNo delimited by size
                   " status '" delimited by size
                   OrdStatus delimited by size
                   "' is not a known status" delimited by size
                   into WSExceptionLine
               end-string
           when WSHdrStatus = "P" and OrdStatusShipped
               string "LINE STATUS - order " delimited by size
                   OrdNumber delimited by size
                   " line " delimited by size
                   OrdLineNo delimited by size
                   " is SHIPPED under a PICKED header" delimited by size
                   into WSExceptionLine
               end-string
           when OrdShippedQty > OrdQty
               string "LINE QUANTITY - order " delimited by size
                   OrdNumber delimited by size
                   " line " delimited by size
                   OrdLineNo delimited by size
                   " shipped " delimited by size
                   OrdShippedQty delimited by size
                   " exceeds ordered " delimited by size
                   OrdQty delimited by size
                   into WSExceptionLine
               end-string
           when OrdBilledQty > OrdShippedQty
               string "LINE QUANTITY - order " delimited by size
                   OrdNumber delimited by size
                   " line " delimited by size
                   OrdLineNo delimited by size
                   " billed " delimited by size
                   OrdBilledQty delimited by size
                   " exceeds shipped " delimited by size
                   OrdShippedQty delimited by size
                   into WSExceptionLine
               end-string
           when other
               continue
       end-evaluate
       if WSExceptionLine not = spaces
           add 1 to WSStatusExceptions
           perform 7000-WRITE-EXCEPTION
       end-if.

4300-CLOSE-OFF-HEADER. *>a picked or shipped order with no live line left
       if WSHaveHeader = 'Y' and (WSHdrStatus = "P" or WSHdrStatus = "S")
          and WSHdrLines = zero
           move spaces to WSExceptionLine
           string "ORDER WITHOUT LINES - order " delimited by size
               WSHdrNumber delimited by size
               " is " delimited by size
               WSHdrStatus delimited by size
               " but has no lines that are not cancelled" delimited by size
               into WSExceptionLine
           end-string
           add 1 to WSStatusExceptions
           perform 7000-WRITE-EXCEPTION
       end-if
       move 'N' to WSHaveHeader.

5000-VERIFY-BACKORDERS.
       open input BackOrderFile
       if BackOrderFileNotFound
           close BackOrderFile
           go to 5000-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 5100-VERIFY-ONE-BACKORDER until EndOfFileFlag = 'Y'
       close BackOrderFile.
5000-EXIT.
       exit.

5100-VERIFY-ONE-BACKORDER.
       read BackOrderFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSBackOrderCount
       move BoProduct to WSLookProduct
       move BoSize to WSLookSize
       perform 7500-LOOK-UP-PRODUCT
       if not LookFound
           move spaces to WSLookWhat
           string "backorder for customer " delimited by size
               BoIdNum delimited by size
               " of " delimited by size
               BoDate delimited by size
               into WSLookWhat
           end-string
           perform 7600-REFERENCE-EXCEPTION
       end-if.

6000-VERIFY-KITS. *>the kit SKU and each component it explodes into
       open input KitBomFile
       if KitBomFileNotFound
           close KitBomFile
           go to 6000-EXIT
       end-if
       move 'N' to EndOfFileFlag
       perform 6100-VERIFY-ONE-KIT-ROW until EndOfFileFlag = 'Y'
       close KitBomFile.
6000-EXIT.
       exit.

6100-VERIFY-ONE-KIT-ROW.
       read KitBomFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSKitRowCount
       move KbKitName to PMName
       read ProductFile
           key is PMName
           invalid key
               move spaces to WSExceptionLine
               string "KIT NOT ON PRODUCT.DAT - kit " delimited by size
                   KbKitName delimited by size
                   " has KITBOM rows but no product record" delimited by size
                   into WSExceptionLine
               end-string
               add 1 to WSReferenceExceptions
               perform 7000-WRITE-EXCEPTION
       end-read
       move KbComponent to WSLookProduct
       move KbSize to WSLookSize
       perform 7500-LOOK-UP-PRODUCT
       if not LookFound
           move spaces to WSLookWhat
           string "kit " delimited by size
               KbKitName delimited by size
               " component" delimited by size
               into WSLookWhat
           end-string
           perform 7600-REFERENCE-EXCEPTION
       end-if.

7000-WRITE-EXCEPTION.
       add 1 to WSExceptionCount
       write PrintLine from WSExceptionLine after advancing 1 line.

7500-LOOK-UP-PRODUCT. *>WSLookProduct and WSLookSize against the master
       move WSLookProduct to PMName
       read ProductFile
           key is PMName
           invalid key
               set LookProductMissing to true
               exit paragraph
       end-read
       move zero to WSSlotFound
       perform 7510-MATCH-ONE-SIZE
           varying WSSizeIndex from 1 by 1
           until WSSizeIndex > PMSizeCount or WSSlotFound > zero
       if WSSlotFound = zero
           set LookSizeMissing to true
       else
           set LookFound to true
       end-if.

7510-MATCH-ONE-SIZE.
       if PMSize(WSSizeIndex:1) = WSLookSize
           move WSSizeIndex to WSSlotFound
       end-if.

7600-REFERENCE-EXCEPTION. *>WSLookWhat names the row that pointed nowhere
       move spaces to WSExceptionLine
       if LookProductMissing
           string "MISSING PRODUCT - " delimited by size
               function trim(WSLookWhat) delimited by size
               " references " delimited by size
               WSLookProduct delimited by size
               ", not on PRODUCT.DAT" delimited by size
               into WSExceptionLine
           end-string
       else
           string "MISSING SIZE - " delimited by size
               function trim(WSLookWhat) delimited by size
               " references " delimited by size
               WSLookProduct delimited by size
               " size " delimited by size
               WSLookSize delimited by size
               ", not a size the product carries" delimited by size
               into WSExceptionLine
           end-string
       end-if
       add 1 to WSReferenceExceptions
       perform 7000-WRITE-EXCEPTION.

8000-PRINT-VERDICT. *>the clean-pass line or the failure tally, with the
*>count behind each check so a failure says where to look
       move spaces to WSExceptionLine
       string "Checked " delimited by size
           WSProductCount delimited by size
           " products, " delimited by size
           WSOrderLineCount delimited by size
           " order lines, " delimited by size
           WSBackOrderCount delimited by size
           " backorders, " delimited by size
           WSKitRowCount delimited by size
           " kit rows" delimited by size
           into WSExceptionLine
       end-string
       write PrintLine from WSExceptionLine after advancing 2 lines
       move spaces to WSExceptionLine
       string "Exceptions - location " delimited by size
           WSLocExceptions delimited by size
           "  on order " delimited by size
           WSOnOrderExceptions delimited by size
           "  references " delimited by size
           WSReferenceExceptions delimited by size
           "  order status " delimited by size
           WSStatusExceptions delimited by size
           into WSExceptionLine
       end-string
       write PrintLine from WSExceptionLine after advancing 1 line
       move spaces to WSExceptionLine
       if WSExceptionCount = zero
           string "CLEAN PASS - " delimited by size
               WSProductCount delimited by size
               " products and their orders verified, no discrepancies"
                   delimited by size
               into WSExceptionLine
           end-string
       else
           string "VERIFICATION FAILED - " delimited by size
               WSExceptionCount delimited by size
               " discrepancies across " delimited by size
               WSProductCount delimited by size
               " products" delimited by size
               into WSExceptionLine
           end-string
       end-if
       write PrintLine from WSExceptionLine after advancing 2 lines
       display WSExceptionLine.

8500-WRITE-RESULT.
       open output InvVerifyFile
       move WSRunDate to IvRunDate
       if WSExceptionCount = zero
           set IvCleanPass to true
       else
           set IvFailed to true
       end-if
       move WSExceptionCount to IvExceptionCount
       move WSProductCount to IvProductCount
       move WSOrderLineCount to IvOrderLineCount
       write InvVerifyData
       close InvVerifyFile.
