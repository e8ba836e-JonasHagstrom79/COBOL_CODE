       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       copy supfc.
       select BackOrderFile assign to "BACKORDER.DAT"
           organization is line sequential
           file status is BackOrderFileStatus.
       select NewBackOrderFile assign to "boconv.tmp"
           organization is line sequential.
data division.
file section.
fd ProductFile.
       copy prodrec.
fd ProdAuditFile.
       copy prodaud.
fd SupersedeFile.
       copy suprec.
fd BackOrderFile.
       copy borec.
fd NewBackOrderFile.
01 NewBackOrderLine pic x(31).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 SupersedeFileStatus pic x(2) value "00".
       88 SupersedeFileOk value "00".
       88 SupersedeFileNotFound value "35".
01 BackOrderFileStatus pic x(2) value "00".
       88 BackOrderFileOk value "00".
01 BackOrderEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add, C=change, D=delete, S=supersede, I=inquire, X=exit
01 WSProductCode pic x(5).
01 WSNewSizes pic x(8).
01 WSNewUnitPrice pic 9(5)v99.
01 WSNewReorderQty pic 9(5).
01 WSOnOrderAnswer pic x(1).
01 WSNewBin pic x(6).
01 WSNewWarranty pic x(3). *>blank keeps - 0 is a real answer, the product
*>is no longer sold with a warranty
01 WSNewVendorWty pic x(1).
01 WSNewInspect pic x(1).
01 WSProdBefore pic x(129) value spaces.
01 WSProdAfter pic x(129) value spaces.
01 WSCurrentDate pic x(21).
01 WSSupOnFile pic x(1).
01 WSSupAnswer pic x(1).
01 WSReplacement pic x(5).
01 WSReplSizes pic x(8).
01 WSOldSizes pic x(8).
01 WSOldSizeCount pic 9(1).
01 WSMappedSizes pic x(8).
01 WSMapDefault pic x(1).
01 WSMapAnswer pic x(1).
01 WSSlotsBefore pic 9(2).
01 WSSupStatus pic x(1).
01 WSSupReplacement pic x(5).
01 WSSupNewSize pic x(1).
01 WSBoConverted pic 9(5).
01 WSBoLeft pic 9(5).
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.

procedure division.
0000-MAINLINE. *>the master maintenance PRODUCT.DAT never had - until now a new

1000-MENU.
       display " "
       display "Product file - A-Add  C-Change  D-Delete  S-Supersede  I-Inquire  X-Exit"
           with no advancing
       display " "
       display "Select a mode : " with no advancing
       accept WSMode
           when 'A' perform 2000-ADD-PRODUCT thru 2000-EXIT
           when 'C' perform 3000-CHANGE-PRODUCT thru 3000-EXIT
           when 'D' perform 4000-DELETE-PRODUCT thru 4000-EXIT
           when 'S' perform 6000-SUPERSEDE-PRODUCT thru 6000-EXIT
           when 'I' perform 5000-INQUIRE-PRODUCT thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       display "Warehouse bin : " with no advancing
       accept PMBin
       move function upper-case(PMBin) to PMBin
       display "Warranty months (0 = none) : " with no advancing
       accept PMWarrantyMonths
       move 'N' to PMVendorWarranty
       if PMWarrantyMonths > zero
           display "Supplier takes failed units back (Y/N) : " with no advancing
           accept PMVendorWarranty
           move function upper-case(PMVendorWarranty) to PMVendorWarranty
           if not PMVendorCovers
               move 'N' to PMVendorWarranty
           end-if
       end-if
       display "Inspect every receipt before it is available (Y/N) : "
           with no advancing
       accept PMInspect
       move function upper-case(PMInspect) to PMInspect
       if not PMInspectReceipts
           move 'N' to PMInspect
       end-if
       perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > 8
           move zero to PMQtyBySize(WSSizeIndex)
           move zero to PMQtyOnOrder(WSSizeIndex)
               if WSNewBin not = spaces
                   move function upper-case(WSNewBin) to PMBin
               end-if
               display "Current warranty months [" PMWarrantyMonths
                   "] new (blank keeps) : " with no advancing
               accept WSNewWarranty
               if WSNewWarranty not = spaces
                   if function trim(WSNewWarranty) is numeric
                       move function numval(WSNewWarranty) to PMWarrantyMonths
                   else
                       display "Warranty months must be a number - kept at "
                           PMWarrantyMonths
                   end-if
               end-if
               display "Supplier takes failed units back [" PMVendorWarranty
                   "] Y/N (blank keeps) : " with no advancing
               accept WSNewVendorWty
               move function upper-case(WSNewVendorWty) to WSNewVendorWty
               if WSNewVendorWty = 'Y' or WSNewVendorWty = 'N'
                   move WSNewVendorWty to PMVendorWarranty
               end-if
               display "Inspect receipts [" PMInspect "] Y/N (blank keeps) : "
                   with no advancing
               accept WSNewInspect
               move function upper-case(WSNewInspect) to WSNewInspect
               if WSNewInspect = 'Y' or WSNewInspect = 'N'
                   move WSNewInspect to PMInspect
               end-if
               if WSNewSizes not = spaces
                   move function upper-case(WSNewSizes) to PMSize
                   perform 7700-COUNT-SIZE-SLOTS
                   "  cost " PMUnitCost
               display "  minimum " PMMinQty "  reorder qty " PMReorderQty
                   "  bin " PMBin
               if PMWarrantyMonths > zero
                   if PMVendorCovers
                       display "  warranty " PMWarrantyMonths
                           " months - supplier takes failed units back"
                   else
                       display "  warranty " PMWarrantyMonths " months"
                   end-if
               end-if
               if PMInspectReceipts
                   display "  receipts held for inspection"
               end-if
               perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
                   display "  size " PMSize(WSSizeIndex:1) " on hand " PMQtyBySize(WSSizeIndex)
                       " on order " PMQtyOnOrder(WSSizeIndex)
               end-perform
               call "GETSUPER" using PMName, space, WSSupStatus,
                   WSSupReplacement, WSSupNewSize
               if WSSupStatus = 'D'
                   if WSSupReplacement = spaces
                       display "  DISCONTINUED - no replacement"
                   else
                       display "  DISCONTINUED - superseded by " WSSupReplacement
                   end-if
               end-if
       end-read
       close ProductFile.
5000-EXIT.
       continue.

6000-SUPERSEDE-PRODUCT. *>a product leaving the range - discontinued outright, or
*>superseded by a successor with a size-for-size map, so the order desk and the
*>web intake sell the new item and the backorders waiting on the old one move
*>across. Keying S again on a discontinued product reinstates it or changes
*>its successor
       display "Product code to discontinue : " with no advancing
       accept WSProductCode
       open input ProductFile
       if ProductFileNotFound
           display "No products on file yet"
           close ProductFile
           go to 6000-EXIT
       end-if
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ProductFile
           go to 6000-EXIT
       end-if
       move WSProductCode to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Product " WSProductCode " not found"
               close ProductFile
               go to 6000-EXIT
       end-read
       move PMSize to WSOldSizes
       move PMSizeCount to WSOldSizeCount
       open i-o SupersedeFile
       if SupersedeFileNotFound
           close SupersedeFile
           open output SupersedeFile
           close SupersedeFile
           open i-o SupersedeFile
       end-if
       if not SupersedeFileOk
           display "Supersession file is in use by another user - try again later"
           close SupersedeFile, ProductFile
           go to 6000-EXIT
       end-if
       move 'N' to WSSupOnFile
       move WSProductCode to SpName
       read SupersedeFile
           key is SpName
           invalid key continue
           not invalid key move 'Y' to WSSupOnFile
       end-read
       if WSSupOnFile = 'Y'
           display "Product " WSProductCode " was discontinued " SpDiscDate
               " - replacement [" SpReplacement "]"
           display "R-Reinstate  C-Change the replacement  blank-Leave it : "
               with no advancing
           accept WSSupAnswer
           move function upper-case(WSSupAnswer) to WSSupAnswer
           if WSSupAnswer = 'R'
               delete SupersedeFile record
               display "Product " WSProductCode " is back in the range"
           end-if
           if WSSupAnswer not = 'C'
               close SupersedeFile, ProductFile
               go to 6000-EXIT
           end-if
       end-if
       display "Replacement product (blank = discontinued outright) : "
           with no advancing
       accept WSReplacement
       move function upper-case(WSReplacement) to WSReplacement
       move spaces to WSMappedSizes
       if WSReplacement not = spaces
           perform 6050-CHECK-REPLACEMENT thru 6050-EXIT
           if WSReplacement = spaces
               close SupersedeFile, ProductFile
               go to 6000-EXIT
           end-if
           perform 6100-MAP-ONE-SIZE
               varying WSSizeIndex from 1 by 1 until WSSizeIndex > WSOldSizeCount
       end-if
       move WSProductCode to SpName
       set SpDiscontinued to true
       move WSReplacement to SpReplacement
       move WSOldSizes to SpOldSizes
       move WSMappedSizes to SpNewSizes
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to SpDiscDate
       move WSOperator to SpOperator
       if WSSupOnFile = 'Y'
           rewrite SupersedeData
       else
           write SupersedeData
       end-if
       close SupersedeFile, ProductFile
       if WSReplacement = spaces
           display "Product " WSProductCode " discontinued - no replacement"
       else
           display "Product " WSProductCode " discontinued - superseded by "
               WSReplacement " sizes " WSOldSizes " -> " WSMappedSizes
           perform 6500-CONVERT-BACKORDERS thru 6500-EXIT
       end-if.
6000-EXIT.
       continue.

6050-CHECK-REPLACEMENT. *>the successor must be a live product - superseding
*>onto an item that is itself on the way out only moves the problem
       if WSReplacement = WSProductCode
           display "A product cannot replace itself - nothing saved"
           move spaces to WSReplacement
           go to 6050-EXIT
       end-if
       move WSReplacement to PMName
       read ProductFile
           key is PMName
           invalid key
               display "Replacement " WSReplacement " not found - nothing saved"
               move spaces to WSReplacement
               go to 6050-EXIT
       end-read
       move PMSize to WSReplSizes
       move WSReplacement to SpName
       read SupersedeFile
           key is SpName
           invalid key continue
           not invalid key
               display "Replacement " WSReplacement " is itself discontinued"
                   " - supersede onto its successor instead"
               move spaces to WSReplacement
       end-read.
6050-EXIT.
       exit.

6100-MAP-ONE-SIZE. *>the same letter carries across when the successor offers
*>it - a dash says there is no equivalent and those lines are not converted
       move space to WSMapDefault
       move zero to WSSlotsBefore
       inspect WSReplSizes tallying WSSlotsBefore
           for characters before initial WSOldSizes(WSSizeIndex:1)
       if WSSlotsBefore < 8
           move WSOldSizes(WSSizeIndex:1) to WSMapDefault
       end-if
       display "Size " WSOldSizes(WSSizeIndex:1) " becomes [" WSMapDefault
           "] (blank keeps, - = none) : " with no advancing
       accept WSMapAnswer
       move function upper-case(WSMapAnswer) to WSMapAnswer
       evaluate true
           when WSMapAnswer = space
               move WSMapDefault to WSMappedSizes(WSSizeIndex:1)
           when WSMapAnswer = '-'
               move space to WSMappedSizes(WSSizeIndex:1)
           when other
               move zero to WSSlotsBefore
               inspect WSReplSizes tallying WSSlotsBefore
                   for characters before initial WSMapAnswer
               if WSSlotsBefore < 8
                   move WSMapAnswer to WSMappedSizes(WSSizeIndex:1)
               else
                   display "Size " WSMapAnswer " is not offered on "
                       WSReplacement " - no equivalent"
                   move space to WSMappedSizes(WSSizeIndex:1)
               end-if
       end-evaluate.

6500-CONVERT-BACKORDERS. *>customers waiting on the old item wait on its
*>successor instead, at the price they were promised - the release pass fills
*>them when the new item comes in. A size with no equivalent stays put
       move zero to WSBoConverted, WSBoLeft
       open input BackOrderFile
       if not BackOrderFileOk
           close BackOrderFile
           go to 6500-EXIT
       end-if
       open output NewBackOrderFile
       move 'N' to BackOrderEndOfFile
       perform 6510-CONVERT-ONE-BACKORDER until BackOrderEndOfFile = 'Y'
       close BackOrderFile, NewBackOrderFile
       call "CBL_COPY_FILE" using "boconv.tmp", "BACKORDER.DAT", WSCopyFlags
           returning WSCopyReturnCode
       if WSCopyReturnCode not = zero
           display "Warning - could not rewrite BACKORDER.DAT - backorders not converted"
       end-if
       call "CBL_DELETE_FILE" using "boconv.tmp"
       display WSBoConverted " backorder(s) moved to " WSReplacement ", "
           WSBoLeft " left on " WSProductCode " with no equivalent size".
6500-EXIT.
       exit.

6510-CONVERT-ONE-BACKORDER.
       read BackOrderFile next
           at end move 'Y' to BackOrderEndOfFile
           not at end
               if BoProduct = WSProductCode
                   move zero to WSSlotsBefore
                   inspect WSOldSizes tallying WSSlotsBefore
                       for characters before initial BoSize
                   if WSSlotsBefore < 8
                      and WSMappedSizes(WSSlotsBefore + 1:1) not = space
                       move WSReplacement to BoProduct
                       move WSMappedSizes(WSSlotsBefore + 1:1) to BoSize
                       add 1 to WSBoConverted
                   else
                       add 1 to WSBoLeft
                   end-if
               end-if
               write NewBackOrderLine from BackOrderData
       end-read.

7700-COUNT-SIZE-SLOTS. *>the live slot count is the letters keyed before the
*>first blank - everything downstream loops to PMSizeCount, never to a magic 3
       move zero to PMSizeCount
