file-control.
       copy prodfc.
       copy vendfc.
       copy wclfc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       copy prodrec.
fd VendorFile.
       copy vendrec.
fd ClaimFile.
       copy wclrec.
fd ProdAuditFile.
       copy prodaud.
fd VendCreditFile.
01 VendCreditStatus pic x(2) value "00".
       88 VendCreditOk value "00".
01 CreditEndOfFile pic x(1) value 'N'.
01 ClaimFileStatus pic x(2) value "00".
       88 ClaimFileOk value "00".
01 ClaimEndOfFile pic x(1) value 'N'.
01 WSClaimNumber pic 9(6) value zero.
01 WSWaitingCount pic 9(4) value zero.
01 WSMode pic x(1). *>R=return stock to a vendor, W=send back a warranty
                     *>failure, C=record the credit received, A=aging report
                     *>of credits still owed, X=exit
01 WSOperator pic x(10) value spaces.
01 WSRtvProduct pic x(5).
01 WSRtvSize pic x(1).
01 WSSizeIndex pic 9 value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSProdBefore pic x(129) value spaces.
01 WSStkAction pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.

1000-MENU.
       display " "
       display "Return to vendor - R-Return stock  W-Warranty failure"
           "  C-Credit received  A-Aging report  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'R' perform 2000-RETURN-STOCK thru 2000-EXIT
           when 'W' perform 2500-RETURN-WARRANTY-UNITS thru 2500-EXIT
           when 'C' perform 4000-RECORD-CREDIT thru 4000-EXIT
           when 'A' perform 5000-AGING-REPORT thru 5000-EXIT
           when 'X' continue
2000-EXIT.
       continue.

2500-RETURN-WARRANTY-UNITS. *>a failed unit the supplier covers goes back on the
*>same paperwork and the same expected credit as defective stock, but the
*>count is not touched - it came back off a warranty claim and never went on
*>the shelf
       display "Warranty claim number (0 = list those waiting) : "
           with no advancing
       accept WSClaimNumber
       open i-o ClaimFile
       if not ClaimFileOk
           display "No warranty claims on file yet"
           close ClaimFile
           go to 2500-EXIT
       end-if
       if WSClaimNumber = zero
           move zero to WSWaitingCount
           move 'N' to ClaimEndOfFile
           perform 2550-LIST-ONE-WAITING until ClaimEndOfFile = 'Y'
           if WSWaitingCount = zero
               display "No warranty failures waiting to go back"
           end-if
           close ClaimFile
           go to 2500-EXIT
       end-if
       move WSClaimNumber to WcNumber
       read ClaimFile
           key is WcNumber
           invalid key
               display "Claim " WSClaimNumber " not found"
               close ClaimFile
               go to 2500-EXIT
       end-read
       if not WcRtvPending
           display "Claim " WSClaimNumber " has nothing waiting for a supplier"
           close ClaimFile
           go to 2500-EXIT
       end-if
       open input VendorFile
       move WcVendor to VnNumber
       read VendorFile
           key is VnNumber
           invalid key
               display "Vendor " WcVendor " not on file - return refused"
               close VendorFile, ClaimFile
               go to 2500-EXIT
       end-read
       move WcProduct to WSRtvProduct
       move WcSize to WSRtvSize
       move WcQty to WSRtvQty
       move WcVendor to WSRtvVendor
       compute WSRtvAmount = WcQty * WcUnitPrice
       open input ProductFile
       if ProductFileOk
           move WcProduct to PMName
           read ProductFile
               key is PMName
               invalid key continue
               not invalid key
                   compute WSRtvAmount = WcQty * PMUnitPrice
           end-read
       end-if
       close ProductFile
       perform 3000-WRITE-EXPECTED-CREDIT
       perform 3500-PRINT-RTV-PAPERWORK
       close VendorFile
       set WcRtvReturned to true
       move WSRunDate to WcRtvDate
       rewrite ClaimData
       close ClaimFile
       display WSRtvQty " of " WSRtvProduct " size " WSRtvSize
           " on claim " WSClaimNumber " returned to vendor " WSRtvVendor
           " - expecting a credit of " WSRtvAmount.
2500-EXIT.
       continue.

2550-LIST-ONE-WAITING.
       read ClaimFile next
           at end move 'Y' to ClaimEndOfFile
           not at end
               if WcRtvPending
                   add 1 to WSWaitingCount
                   display "  claim " WcNumber "  " WcDate "  vendor " WcVendor
                       "  " WcProduct " size " WcSize " x" WcQty
               end-if
       end-read.

3000-WRITE-EXPECTED-CREDIT.
       move WSRunDate to VcDate
       move WSRtvVendor to VcVendor
