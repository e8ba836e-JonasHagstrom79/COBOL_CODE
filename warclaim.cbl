       >>source format free
identification division.
program-id. warclaim.
environment division.
input-output section.
file-control.
       copy wtyfc.
       copy wclfc.
       copy vendfc.
       select ClmGenNumFile assign to "CLMGENNUM.DAT"
           organization is line sequential
           file status is ClmGenNumFileStatus.
       select SortedWarrantyFile assign to "warSort.tmp"
           organization is line sequential.
       select WarrantySortWorkFile assign to "warsort.tmp".
       select RateReport assign to "WARRATE.rpt"
           organization is line sequential.
data division.
file section.
fd WarrantyFile.
       copy wtyrec.
fd ClaimFile.
       copy wclrec.
fd VendorFile.
       copy vendrec.
fd ClmGenNumFile.
01 ClmGenNumLine pic 9(6).
fd SortedWarrantyFile.
01 SrtWarrantyLine pic x(68).
SD WarrantySortWorkFile.
01 WWarrantyLine.
       02 filler         pic x(13). *>order, line and customer ahead of the product
       02 WWyProduct     pic x(5).
       02 filler         pic x(32).
       02 WWyVendor      pic 9(4).
       02 filler         pic x(14).
fd RateReport.
01 RatePrintLine pic x(80).

working-storage section.
01 WarrantyFileStatus pic x(2) value "00".
       88 WarrantyFileOk value "00".
       88 WarrantyFileNotFound value "35".
01 ClaimFileStatus pic x(2) value "00".
       88 ClaimFileOk value "00".
       88 ClaimFileNotFound value "35".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
01 ClmGenNumFileStatus pic x(2) value "00".
       88 ClmGenNumFileOk value "00".
01 WarrantyEndOfFile pic x(1) value 'N'.
01 ClaimEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>L=log a claim, I=customer inquiry, R=claims-rate report,
                     *>X=exit
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSClaimOrder pic 9(6).
01 WSClaimLine pic 9(2).
01 WSClaimQty pic 9(5).
01 WSUnclaimedQty pic 9(5).
01 WSClaimProblem pic x(30).
01 WSSettleAnswer pic x(1).
01 WSDenyReason pic x(40) value spaces.
01 WSClaimNumber pic 9(6) value zero.
01 WSInquiryID pic 9(5).
01 WSCoverCount pic 9(4) value zero.
01 WSClaimCount pic 9(4) value zero.
01 WSCoverState pic x(8).
01 WSFromShipDate pic 9(8). *>claims-rate report - ship dates on or after,
                             *>0 for all
01 WSCurrentVendor pic 9(4) value zero.
01 WSCurrentProduct pic x(5) value spaces.
01 WSFirstRow pic x(1) value 'Y'.
01 WSProductShipped pic 9(7) value zero.
01 WSProductClaimed pic 9(7) value zero.
01 WSVendorShipped pic 9(8) value zero.
01 WSVendorClaimed pic 9(8) value zero.
01 WSTotalShipped pic 9(9) value zero.
01 WSTotalClaimed pic 9(9) value zero.
01 WSRateShipped pic 9(9).
01 WSRateClaimed pic 9(9).
01 WSRatePct pic 9(3)v99.
01 WSWorkLine pic x(80).
01 RateHeading pic x(70) value
       "Warranty Claims Rate by Supplier and Product".
01 RateColumnHeads pic x(70) value
       "  Product     Shipped     Claimed    Rate %".
01 RateDetailLine.
       02 filler pic x(2) value space.
       02 PrnProduct pic x(5).
       02 filler pic x(3) value space.
       02 PrnShipped pic z,zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnClaimed pic z,zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnRate pic zz9.99.
01 RateTotalLine.
       02 PrnTotalLabel pic x(10).
       02 PrnTotalShipped pic zz,zzz,zz9.
       02 filler pic x(2) value space.
       02 PrnTotalClaimed pic zz,zzz,zz9.
       02 filler pic x(3) value space.
       02 PrnTotalRate pic zz9.99.

procedure division.
0000-MAINLINE. *>the claims desk - a failed product is checked against the
*>cover WARREG registered for the order line, logged whatever the answer, and a
*>covered claim waits for its replacement order or credit memo. The rate
*>report tells purchasing which lines and which suppliers keep coming back
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Warranty claims - L-Log a claim  I-Customer inquiry"
           "  R-Claims-rate report  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'L' perform 2000-LOG-CLAIM thru 2000-EXIT
           when 'I' perform 3000-CUSTOMER-INQUIRY thru 3000-EXIT
           when 'R' perform 4000-CLAIMS-RATE-REPORT thru 4000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-LOG-CLAIM. *>everything hangs off the order line the unit shipped on -
*>the cover row says when it shipped, when cover runs out and how many have
*>already been replaced or credited
       display "Original order number : " with no advancing
       accept WSClaimOrder
       display "Order line number : " with no advancing
       accept WSClaimLine
       open i-o WarrantyFile
       if WarrantyFileNotFound
           display "No warranty cover registered yet - WARREG has not run"
           close WarrantyFile
           go to 2000-EXIT
       end-if
       if not WarrantyFileOk
           display "Warranty file is in use by another user - try again later"
           close WarrantyFile
           go to 2000-EXIT
       end-if
       move WSClaimOrder to WyOrdNumber
       move WSClaimLine to WyOrdLineNo
       read WarrantyFile
           key is WyKey
           invalid key
               display "Order " WSClaimOrder " line " WSClaimLine
                   " carries no warranty cover - nothing to claim against"
               close WarrantyFile
               go to 2000-EXIT
       end-read
       compute WSUnclaimedQty = WyQty - WyClaimedQty
       display "Customer " WyIdNum "  " WyProduct " size " WySize
           "  shipped " WyQty " on " WyShipDate
       display "  covered " WyMonths " months to " WyExpiry
           "  already claimed " WyClaimedQty
       display "Units failed : " with no advancing
       accept WSClaimQty
       if WSClaimQty = zero
           display "No units - claim not logged"
           close WarrantyFile
           go to 2000-EXIT
       end-if
       display "Problem reported : " with no advancing
       accept WSClaimProblem
       move spaces to WSDenyReason
       evaluate true
           when WSRunDate > WyExpiry
               move "cover ran out" to WSDenyReason
           when WSClaimQty > WSUnclaimedQty
               move "more units than are left under cover"
                   to WSDenyReason
       end-evaluate
       initialize ClaimData
       move WSRunDate to WcDate
       move WyIdNum to WcIdNum
       move WyOrdNumber to WcOrdNumber
       move WyOrdLineNo to WcOrdLineNo
       move WyProduct to WcProduct
       move WySize to WcSize
       move WSClaimQty to WcQty
       move WyUnitPrice to WcUnitPrice
       move WyShipDate to WcShipDate
       move WyExpiry to WcExpiry
       move WSClaimProblem to WcProblem
       move WyVendor to WcVendor
       move space to WcRtvStatus
       move WSOperator to WcOperator
       if WSDenyReason not = spaces
           set WcNotCovered to true
           set WcDenied to true
           move space to WcSettleBy
           move WSRunDate to WcSettleDate
       else
           display "Settle by R-Replacement order  C-Credit memo : "
               with no advancing
           accept WSSettleAnswer
           move function upper-case(WSSettleAnswer) to WSSettleAnswer
           if WSSettleAnswer not = 'R' and WSSettleAnswer not = 'C'
               display "Settlement must be R or C - claim not logged"
               close WarrantyFile
               go to 2000-EXIT
           end-if
           set WcCovered to true
           set WcOpen to true
           move WSSettleAnswer to WcSettleBy
           if WyVendorCovers = 'Y'
               set WcRtvPending to true
           end-if
           add WSClaimQty to WyClaimedQty
           rewrite WarrantyData
       end-if
       close WarrantyFile
       perform 2600-ASSIGN-CLAIM-NUMBER
       move WSClaimNumber to WcNumber
       open i-o ClaimFile
       if ClaimFileNotFound
           close ClaimFile
           open output ClaimFile
           close ClaimFile
           open i-o ClaimFile
       end-if
       write ClaimData
           invalid key
               display "Claim " WSClaimNumber " is already on file - not logged"
       end-write
       close ClaimFile
       evaluate true
           when WcDenied
               display "Claim " WSClaimNumber " logged NOT COVERED - "
                   function trim(WSDenyReason)
           when WcByReplacement
               display "Claim " WSClaimNumber " covered - key the no-charge"
                   " replacement in ORDERENTRY under this claim number"
           when other
               display "Claim " WSClaimNumber " covered - key the credit"
                   " in RETURNS under this claim number"
       end-evaluate
       if WcRtvPending
           display "The supplier covers this failure - send the unit back"
               " through RTV"
       end-if.
2000-EXIT.
       continue.

2600-ASSIGN-CLAIM-NUMBER. *>the CMGENNUM.DAT pattern RETURNS numbers its memos by
       move zero to WSClaimNumber
       open input ClmGenNumFile
       if ClmGenNumFileOk
           read ClmGenNumFile
               at end continue
               not at end move ClmGenNumLine to WSClaimNumber
           end-read
       end-if
       close ClmGenNumFile
       add 1 to WSClaimNumber
       open output ClmGenNumFile
       move WSClaimNumber to ClmGenNumLine
       write ClmGenNumLine
       close ClmGenNumFile.

3000-CUSTOMER-INQUIRY. *>the caller's cover and everything already claimed on
*>it, off the two customer keys - no hunting through old orders
       display "Customer IdNum : " with no advancing
       accept WSInquiryID
       move zero to WSCoverCount, WSClaimCount
       open input WarrantyFile
       if WarrantyFileOk
           move WSInquiryID to WyIdNum
           start WarrantyFile key is = WyIdNum
               invalid key move 'Y' to WarrantyEndOfFile
               not invalid key move 'N' to WarrantyEndOfFile
           end-start
           perform 3100-SHOW-ONE-COVER until WarrantyEndOfFile = 'Y'
       end-if
       close WarrantyFile
       if WSCoverCount = zero
           display "No warranty cover on file for customer " WSInquiryID
           go to 3000-EXIT
       end-if
       open input ClaimFile
       if ClaimFileOk
           move WSInquiryID to WcIdNum
           start ClaimFile key is = WcIdNum
               invalid key move 'Y' to ClaimEndOfFile
               not invalid key move 'N' to ClaimEndOfFile
           end-start
           perform 3200-SHOW-ONE-CLAIM until ClaimEndOfFile = 'Y'
       end-if
       close ClaimFile
       if WSClaimCount = zero
           display "  No claims logged"
       end-if.
3000-EXIT.
       continue.

3100-SHOW-ONE-COVER.
       read WarrantyFile next
           at end
               move 'Y' to WarrantyEndOfFile
               exit paragraph
       end-read
       if WyIdNum not = WSInquiryID
           move 'Y' to WarrantyEndOfFile
           exit paragraph
       end-if
       if WSCoverCount = zero
           display "Order   Ln  Prod  Sz  Shipped  Ship date  Covered to  Claimed"
       end-if
       add 1 to WSCoverCount
       if WSRunDate > WyExpiry
           move "EXPIRED" to WSCoverState
       else
           move "IN COVER" to WSCoverState
       end-if
       display WyOrdNumber "  " WyOrdLineNo "  " WyProduct " " WySize "   "
           WyQty "    " WyShipDate "   " WyExpiry "    " WyClaimedQty "  "
           WSCoverState.

3200-SHOW-ONE-CLAIM.
       read ClaimFile next
           at end
               move 'Y' to ClaimEndOfFile
               exit paragraph
       end-read
       if WcIdNum not = WSInquiryID
           move 'Y' to ClaimEndOfFile
           exit paragraph
       end-if
       if WSClaimCount = zero
           display "Claims"
       end-if
       add 1 to WSClaimCount
       evaluate true
           when WcDenied
               display "  " WcNumber "  " WcDate "  " WcProduct " " WcSize
                   " x" WcQty "  NOT COVERED  " WcProblem
           when WcOpen and WcByReplacement
               display "  " WcNumber "  " WcDate "  " WcProduct " " WcSize
                   " x" WcQty "  replacement to key  " WcProblem
           when WcOpen
               display "  " WcNumber "  " WcDate "  " WcProduct " " WcSize
                   " x" WcQty "  credit to key  " WcProblem
           when WcByReplacement
               display "  " WcNumber "  " WcDate "  " WcProduct " " WcSize
                   " x" WcQty "  replaced on order " WcSettleRef
           when other
               display "  " WcNumber "  " WcDate "  " WcProduct " " WcSize
                   " x" WcQty "  credited on memo " WcSettleRef
       end-evaluate.

4000-CLAIMS-RATE-REPORT. *>units claimed under cover against units shipped with
*>it, by product within supplier - the lines purchasing should think about
*>dropping are the ones at the top of their supplier's list
       display "Shipped on or after (YYYYMMDD, 0 for all) : " with no advancing
       accept WSFromShipDate
       open input WarrantyFile
       if WarrantyFileNotFound
           display "No warranty cover registered yet - WARREG has not run"
           close WarrantyFile
           go to 4000-EXIT
       end-if
       close WarrantyFile
       sort WarrantySortWorkFile
           on ascending key WWyVendor
           on ascending key WWyProduct
           using WarrantyFile
           giving SortedWarrantyFile
       open input SortedWarrantyFile
       open input VendorFile
       open output RateReport
       write RatePrintLine from RateHeading after advancing page
       if WSFromShipDate not = zero
           move spaces to WSWorkLine
           string "Lines shipped on or after " delimited by size
               WSFromShipDate delimited by size
               into WSWorkLine
           end-string
           write RatePrintLine from WSWorkLine after advancing 1 line
       end-if
       move 'Y' to WSFirstRow
       move zero to WSTotalShipped, WSTotalClaimed
       move 'N' to WarrantyEndOfFile
       read SortedWarrantyFile into WarrantyData
           at end move 'Y' to WarrantyEndOfFile
       end-read
       perform 4100-RATE-ONE-ROW until WarrantyEndOfFile = 'Y'
       if WSFirstRow = 'N'
           perform 4500-PRINT-PRODUCT-RATE
           perform 4600-PRINT-VENDOR-RATE
       end-if
       move "All       " to PrnTotalLabel
       move WSTotalShipped to WSRateShipped
       move WSTotalClaimed to WSRateClaimed
       perform 4800-WORK-OUT-RATE
       move WSTotalShipped to PrnTotalShipped
       move WSTotalClaimed to PrnTotalClaimed
       move WSRatePct to PrnTotalRate
       write RatePrintLine from RateTotalLine after advancing 2 lines
       close SortedWarrantyFile, VendorFile, RateReport
       call "CBL_DELETE_FILE" using "warSort.tmp"
       call "CBL_DELETE_FILE" using "warsort.tmp"
       display "Claims-rate report written to WARRATE.rpt".
4000-EXIT.
       continue.

4100-RATE-ONE-ROW.
       if WSFromShipDate = zero or WyShipDate >= WSFromShipDate
           if WSFirstRow = 'Y'
               move 'N' to WSFirstRow
               perform 4200-START-VENDOR
           else
               if WyVendor not = WSCurrentVendor
                   perform 4500-PRINT-PRODUCT-RATE
                   perform 4600-PRINT-VENDOR-RATE
                   perform 4200-START-VENDOR
               else
                   if WyProduct not = WSCurrentProduct
                       perform 4500-PRINT-PRODUCT-RATE
                       move WyProduct to WSCurrentProduct
                   end-if
               end-if
           end-if
           add WyQty to WSProductShipped
           add WyClaimedQty to WSProductClaimed
       end-if
       read SortedWarrantyFile into WarrantyData
           at end move 'Y' to WarrantyEndOfFile
       end-read.

4200-START-VENDOR.
       move WyVendor to WSCurrentVendor
       move WyProduct to WSCurrentProduct
       move zero to WSVendorShipped, WSVendorClaimed
       move spaces to WSWorkLine
       if WyVendor = zero
           move "No preferred supplier on PRODVEND.DAT" to WSWorkLine
       else
           move WyVendor to VnNumber
           read VendorFile
               key is VnNumber
               invalid key move spaces to VnName
           end-read
           string "Supplier " delimited by size
               WyVendor delimited by size
               "  " delimited by size
               VnName delimited by size
               into WSWorkLine
           end-string
       end-if
       write RatePrintLine from WSWorkLine after advancing 2 lines
       write RatePrintLine from RateColumnHeads after advancing 1 line.

4500-PRINT-PRODUCT-RATE.
       move WSProductShipped to WSRateShipped
       move WSProductClaimed to WSRateClaimed
       perform 4800-WORK-OUT-RATE
       move WSCurrentProduct to PrnProduct
       move WSProductShipped to PrnShipped
       move WSProductClaimed to PrnClaimed
       move WSRatePct to PrnRate
       write RatePrintLine from RateDetailLine after advancing 1 line
       add WSProductShipped to WSVendorShipped
       add WSProductClaimed to WSVendorClaimed
       move zero to WSProductShipped, WSProductClaimed.

4600-PRINT-VENDOR-RATE.
       move "  Supplier" to PrnTotalLabel
       move WSVendorShipped to WSRateShipped
       move WSVendorClaimed to WSRateClaimed
       perform 4800-WORK-OUT-RATE
       move WSVendorShipped to PrnTotalShipped
       move WSVendorClaimed to PrnTotalClaimed
       move WSRatePct to PrnTotalRate
       write RatePrintLine from RateTotalLine after advancing 1 line
       add WSVendorShipped to WSTotalShipped
       add WSVendorClaimed to WSTotalClaimed.

4800-WORK-OUT-RATE.
       if WSRateShipped = zero
           move zero to WSRatePct
       else
           compute WSRatePct rounded =
               (WSRateClaimed * 100) / WSRateShipped
               on size error move 999.99 to WSRatePct
           end-compute
       end-if.
