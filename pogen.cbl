01 WSLinesRaised pic 9(4) value zero.
01 WSPosRaised pic 9(3) value zero.
01 WSSkippedNoVendor pic 9(4) value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSSupStatus pic x(1).
01 WSSupReplacement pic x(5).
01 WSSupNewSize pic x(1).
01 WSSkippedDiscontinued pic 9(4) value zero.
01 WSPrintWork pic x(80).

procedure division.
       display WSPosRaised " purchase orders raised with " WSLinesRaised
           " lines - documents on PURCHORD.rpt ("
           WSSkippedNoVendor " suggestions skipped, no preferred vendor)"
       display WSSkippedDiscontinued " discontinued product(s) not reviewed"
       stop run.

1000-REVIEW-ONE-PRODUCT. *>a discontinued product is never bought again, however
*>low it runs - what is left sells off and its successor takes the reorders
       call "GETSUPER" using PMName, space, WSSupStatus,
           WSSupReplacement, WSSupNewSize
       if WSSupStatus = 'D'
           add 1 to WSSkippedDiscontinued
       else
           perform varying WSSizeIndex from 1 by 1 until WSSizeIndex > PMSizeCount
               if PMSize(WSSizeIndex:1) not = space
                   perform 2000-REVIEW-ONE-SLOT thru 2000-EXIT
               end-if
           end-perform
       end-if
       read ProductFile next
           at end move 'Y' to WorkingStorageEndOfFile
       end-read.
       else
           move PMUnitPrice to PoUnitCost
       end-if
       move zero to PoDropOrder, PoDropLine
       write PurchaseOrderData
           invalid key display "PO line " WSPoNumber "/" PoLineNo
               " could not be written"
       move spaces to PoProduct
       move space to PoSize
       move zero to PoQtyOrdered, PoQtyReceived, PoUnitCost
       move zero to PoDropOrder, PoDropLine
       write PurchaseOrderData
           invalid key display "PO header " WSPoNumber " could not be written"
       end-write
