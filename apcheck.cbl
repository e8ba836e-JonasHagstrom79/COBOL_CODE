       >>source format free
identification division.
program-id. apcheck.
environment division.
input-output section.
file-control.
       copy vendfc.
       select ApVoucherFile assign to "APVOUCH.DAT"
           organization is line sequential
           file status is ApVoucherStatus.
       select SortedVoucherFile assign to "apvouchSort.tmp"
           organization is line sequential.
       select ApSortWorkFile assign to "apvouchsort.tmp".
       select NewVoucherFile assign to "apvouch.tmp"
           organization is line sequential.
       select RefGenNumFile assign to "REFGENNUM.DAT"
           organization is line sequential
           file status is RefGenNumStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select VendorCheckFile assign to "APCHECKS.rpt"
           organization is line sequential.
       select CheckRunRegister assign to "APCHKREG.rpt"
           organization is line sequential.
data division.
file section.
fd VendorFile.
       copy vendrec.
fd ApVoucherFile.
       copy apvrec.
fd SortedVoucherFile.
01 SrtVoucherData.
       02 SrtVhVoucherNum  pic 9(6).
       02 SrtVhVendor      pic 9(4).
       02 SrtVhVendInvoice pic x(15).
       02 SrtVhPoNumber    pic 9(6).
       02 SrtVhDate        pic 9(8).
       02 SrtVhAmount      pic 9(8)v99.
       02 SrtVhDueDate     pic 9(8).
       02 SrtVhStatus      pic x(1).
       02 SrtVhPaidDate    pic 9(8).
       02 SrtVhCheckNum    pic 9(6).
SD ApSortWorkFile.
01 WVoucherData.
       02 WVhVoucherNum  pic 9(6).
       02 WVhVendor      pic 9(4).
       02 WVhVendInvoice pic x(15).
       02 WVhPoNumber    pic 9(6).
       02 WVhDate        pic 9(8).
       02 WVhAmount      pic 9(8)v99.
       02 WVhDueDate     pic 9(8).
       02 WVhStatus      pic x(1).
       02 WVhPaidDate    pic 9(8).
       02 WVhCheckNum    pic 9(6).
fd NewVoucherFile.
01 NewVoucherLine pic x(72).
fd RefGenNumFile.
01 RefGenNumLine pic 9(6).
fd CheckRegisterFile.
       copy chkreg.
fd VendorCheckFile.
01 CheckPrintLine pic x(80).
fd CheckRunRegister.
01 PrintLine pic x(90).

working-storage section.
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
       88 VendorMasterNotFound value "35".
01 ApVoucherStatus pic x(2) value "00".
       88 ApVoucherOk value "00".
       88 ApVoucherNotFound value "35".
01 RefGenNumStatus pic x(2) value "00".
       88 RefGenNumOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
01 SortedEndOfFile pic x(1) value 'N'.
01 VoucherEndOfFile pic x(1) value 'N'.
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSPayThrough pic 9(8) value zero.
01 WSGoAnswer pic x(1).
01 WSCheckNumber pic 9(6) value zero. *>drawn off REFGENNUM.DAT - refund and
*>vendor checks come off the same check stock, so one series covers both
01 WSCurrentVendor pic 9(4) value zero.
01 WSVendorOnFile pic x(1) value 'N'.
01 WSEligibleCount pic 9(5) value zero.
01 WSEligibleTotal pic 9(10)v99 value zero.
01 WSCheckAmount pic 9(8)v99 value zero.
01 WSStubCount pic 9(2) value zero.
01 WSStubTable. *>the vouchers one check pays - a vendor with more open
*>invoices than a stub holds gets a second check for the rest
       02 WSStubEntry occurs 30 times.
           03 WSStubVoucher  pic 9(6).
           03 WSStubInvoice  pic x(15).
           03 WSStubPoNumber pic 9(6).
           03 WSStubDueDate  pic 9(8).
           03 WSStubAmount   pic 9(8)v99.
01 WSStubIndex pic 9(2) value zero.
01 WSPaidCount pic 9(4) value zero.
01 WSPaidTable. *>voucher number to check number, applied to APVOUCH.DAT when
*>every check has printed
       02 WSPaidEntry occurs 2000 times.
           03 WSPaidVoucher pic 9(6).
           03 WSPaidCheck   pic 9(6).
01 WSPaidIndex pic 9(4) value zero.
01 WSTableFull pic x(1) value 'N'.
01 WSCheckCount pic 9(5) value zero.
01 WSVoucherCount pic 9(5) value zero.
01 WSCheckTotal pic 9(10)v99 value zero.
01 WSSkippedCount pic 9(5) value zero.
01 WSHeldCount pic 9(5) value zero.
01 WSMarkedCount pic 9(5) value zero.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSAmountEdit pic z,zzz,zz9.99.
01 WSCityLine pic x(40).
01 WSAmountLine pic x(60).
01 CheckHeadLine.
       02 filler pic x(23) value "HAGSTROM TRADING CO.   ".
       02 filler pic x(15) value "Vendor check # ".
       02 PrnCheckNum pic 9(6).
       02 filler pic x(8) value "  dated ".
       02 PrnCheckDate pic 9(8).
01 StubHeadLine pic x(71) value
       "Remittance - invoice          our PO   voucher   due date        amount".
01 StubDetailLine.
       02 filler pic x(13) value space.
       02 PrnStubInvoice pic x(15).
       02 filler pic x(2) value space.
       02 PrnStubPo pic 9(6).
       02 filler pic x(3) value space.
       02 PrnStubVoucher pic 9(6).
       02 filler pic x(3) value space.
       02 PrnStubDue pic 9(8).
       02 filler pic x(2) value space.
       02 PrnStubAmount pic z,zzz,zz9.99.
01 RegHeading pic x(60) value "Vendor Check Run - Check Register".
01 RegColHeads pic x(80)
       value "Check#  Vendor  Name                            Vouchers        Amount".
01 RegDetailLine.
       02 PrnRegCheckNum pic 9(6).
       02 filler pic x(2) value space.
       02 PrnRegVendor pic 9(4).
       02 filler pic x(4) value space.
       02 PrnRegName pic x(30).
       02 filler pic x(2) value space.
       02 PrnRegVouchers pic zz9.
       02 filler pic x(4) value space.
       02 PrnRegAmount pic z,zzz,zz9.99.
       02 filler pic x value space.
       02 PrnRegMarker pic x(20).
01 RegTotalLine.
       02 PrnTotalLabel pic x(25).
       02 PrnTotalAmount pic zz,zzz,zz9.99.
01 RegCountLine pic x(90).

procedure division.
0000-MAINLINE. *>the approved vouchers APVOUCH lists on APDUE.rpt finally get
*>paid by the system instead of by hand - everything approved and due by the
*>chosen date is grouped per vendor into one remittance check, the register
*>and CHKREG.DAT record every check, the vouchers are marked paid, and the
*>cash leaving reaches the ledger through GLEXTRACT off the check rows
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       display "Pay approved vouchers due on or before (YYYYMMDD, 0 = today) : "
           with no advancing
       accept WSPayThrough
       if WSPayThrough = zero
           move WSRunDate to WSPayThrough
       end-if
       open input ApVoucherFile
       if ApVoucherNotFound
           display "No vouchers on file yet"
           close ApVoucherFile
           stop run
       end-if
       close ApVoucherFile
       perform 1000-SORT-THE-VOUCHERS
       perform 1500-COUNT-WHAT-IS-DUE
       if WSEligibleCount = zero
           display "Nothing approved is due by " WSPayThrough " - no checks printed"
           call "CBL_DELETE_FILE" using "apvouchSort.tmp"
           stop run
       end-if
       move WSEligibleTotal to WSAmountEdit
       display WSEligibleCount " approved voucher(s) due by " WSPayThrough
           " totalling " WSAmountEdit
       display "Print the checks and mark them paid (Y/N) : " with no advancing
       accept WSGoAnswer
       move function upper-case(WSGoAnswer) to WSGoAnswer
       if WSGoAnswer not = 'Y'
           display "Check run abandoned - nothing printed, nothing marked"
           call "CBL_DELETE_FILE" using "apvouchSort.tmp"
           stop run
       end-if
       open input VendorFile
       open input SortedVoucherFile
       open output VendorCheckFile
       open output CheckRunRegister
       open extend CheckRegisterFile
       if not CheckRegisterOk
           open output CheckRegisterFile
       end-if
       write PrintLine from RegHeading after advancing page
       move spaces to RegCountLine
       string "Run " delimited by size
           WSRunDate delimited by size
           "   vouchers due through " delimited by size
           WSPayThrough delimited by size
           "   operator " delimited by size
           WSOperator delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 1 line
       write PrintLine from RegColHeads after advancing 2 lines
       move 'N' to SortedEndOfFile
       perform 2900-READ-NEXT-SORTED
       perform 2000-PAY-ONE-VENDOR thru 2000-EXIT
           until SortedEndOfFile = 'Y'
       close VendorFile, SortedVoucherFile, CheckRegisterFile
       call "CBL_DELETE_FILE" using "apvouchSort.tmp"
       perform 4000-MARK-VOUCHERS-PAID thru 4000-EXIT
       perform 6000-PRINT-CONTROL-TOTALS
       close VendorCheckFile, CheckRunRegister
       display WSCheckCount " check(s) for " WSCheckTotal
           " on APCHECKS.rpt, register on APCHKREG.rpt"
       stop run.

1000-SORT-THE-VOUCHERS. *>vendor order groups each vendor's vouchers onto one
*>check; oldest due date first on the stub
       sort ApSortWorkFile
           on ascending key WVhVendor
           on ascending key WVhDueDate
           on ascending key WVhVoucherNum
           using ApVoucherFile
           giving SortedVoucherFile.

1500-COUNT-WHAT-IS-DUE. *>the total shown before a single check prints
       move zero to WSEligibleCount, WSEligibleTotal
       open input SortedVoucherFile
       move 'N' to SortedEndOfFile
       perform 1600-COUNT-ONE-VOUCHER until SortedEndOfFile = 'Y'
       close SortedVoucherFile.

1600-COUNT-ONE-VOUCHER.
       read SortedVoucherFile next
           at end move 'Y' to SortedEndOfFile
           not at end
               if SrtVhStatus = "A" and SrtVhDueDate <= WSPayThrough
                  and SrtVhAmount > zero
                   add 1 to WSEligibleCount
                   add SrtVhAmount to WSEligibleTotal
               end-if
       end-read.

2000-PAY-ONE-VENDOR. *>one vendor's due vouchers onto the stub, a check each
*>time the stub fills and one for whatever is left
       move SrtVhVendor to WSCurrentVendor
       move zero to WSStubCount
       move WSCurrentVendor to VnNumber
       move 'Y' to WSVendorOnFile
       read VendorFile
           key is VnNumber
           invalid key move 'N' to WSVendorOnFile
       end-read
       perform 2100-TAKE-ONE-VOUCHER
           until SortedEndOfFile = 'Y' or SrtVhVendor not = WSCurrentVendor
       if WSStubCount > zero
           perform 3000-ISSUE-ONE-CHECK
       end-if.
2000-EXIT.
       exit.

2100-TAKE-ONE-VOUCHER.
       if SrtVhStatus = "A" and SrtVhDueDate <= WSPayThrough
          and SrtVhAmount > zero
           if WSVendorOnFile = 'N'
               perform 2200-LIST-SKIPPED-VOUCHER
           else
               perform 2150-CHECK-PAID-TABLE
               if WSTableFull = 'Y'
                   perform 2300-LIST-HELD-VOUCHER
               else
                   if WSStubCount >= 30
                       perform 3000-ISSUE-ONE-CHECK
                       move zero to WSStubCount
                   end-if
                   add 1 to WSStubCount
                   move SrtVhVoucherNum to WSStubVoucher(WSStubCount)
                   move SrtVhVendInvoice to WSStubInvoice(WSStubCount)
                   move SrtVhPoNumber to WSStubPoNumber(WSStubCount)
                   move SrtVhDueDate to WSStubDueDate(WSStubCount)
                   move SrtVhAmount to WSStubAmount(WSStubCount)
               end-if
           end-if
       end-if
       perform 2900-READ-NEXT-SORTED.

2150-CHECK-PAID-TABLE. *>a check is only printed for vouchers this run can
*>mark paid - once the paid table would overflow, the stub already built is
*>paid and everything after it stays approved for the next run
       if WSTableFull = 'N' and WSPaidCount + WSStubCount >= 2000
           move 'Y' to WSTableFull
           if WSStubCount > zero
               perform 3000-ISSUE-ONE-CHECK
               move zero to WSStubCount
           end-if
       end-if.

2200-LIST-SKIPPED-VOUCHER. *>no vendor master row means no payee name or
*>address to print - the voucher stays approved until VENDMNT fixes the vendor
       move zero to PrnRegCheckNum
       move WSCurrentVendor to PrnRegVendor
       move SrtVhVendInvoice to PrnRegName
       move 1 to PrnRegVouchers
       move SrtVhAmount to PrnRegAmount
       move "NOT PAID - NO VENDOR" to PrnRegMarker
       write PrintLine from RegDetailLine after advancing 1 line
       add 1 to WSSkippedCount.

2300-LIST-HELD-VOUCHER. *>more due than one run can mark paid - no check, the
*>voucher stays approved and the next run picks it up
       move zero to PrnRegCheckNum
       move WSCurrentVendor to PrnRegVendor
       move SrtVhVendInvoice to PrnRegName
       move 1 to PrnRegVouchers
       move SrtVhAmount to PrnRegAmount
       move "NOT PAID - NEXT RUN" to PrnRegMarker
       write PrintLine from RegDetailLine after advancing 1 line
       add 1 to WSHeldCount.

2900-READ-NEXT-SORTED.
       read SortedVoucherFile next
           at end move 'Y' to SortedEndOfFile
       end-read.

3000-ISSUE-ONE-CHECK.
       move zero to WSCheckAmount
       perform 3050-ADD-ONE-STUB-LINE
           varying WSStubIndex from 1 by 1 until WSStubIndex > WSStubCount
       perform 3100-ASSIGN-CHECK-NUMBER
       perform 3200-PRINT-REMITTANCE-CHECK
       perform 3300-WRITE-CHECK-ROW
       perform 3400-REMEMBER-PAID-VOUCHERS
           varying WSStubIndex from 1 by 1 until WSStubIndex > WSStubCount
       move WSCheckNumber to PrnRegCheckNum
       move WSCurrentVendor to PrnRegVendor
       move VnName to PrnRegName
       move WSStubCount to PrnRegVouchers
       move WSCheckAmount to PrnRegAmount
       move spaces to PrnRegMarker
       write PrintLine from RegDetailLine after advancing 1 line
       add 1 to WSCheckCount
       add WSStubCount to WSVoucherCount
       add WSCheckAmount to WSCheckTotal.

3050-ADD-ONE-STUB-LINE.
       add WSStubAmount(WSStubIndex) to WSCheckAmount.

3100-ASSIGN-CHECK-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern -
*>one gapless series across every check-printing run
       move zero to WSCheckNumber
       open input RefGenNumFile
       if RefGenNumOk
           read RefGenNumFile
               at end continue
               not at end move RefGenNumLine to WSCheckNumber
           end-read
       end-if
       close RefGenNumFile
       add 1 to WSCheckNumber
       open output RefGenNumFile
       move WSCheckNumber to RefGenNumLine
       write RefGenNumLine
       close RefGenNumFile.

3200-PRINT-REMITTANCE-CHECK. *>stub first so the vendor's clerk can apply the
*>money to their own invoice numbers, then the face of the check
       move WSCheckNumber to PrnCheckNum
       move WSRunDate to PrnCheckDate
       write CheckPrintLine from CheckHeadLine after advancing page
       write CheckPrintLine from StubHeadLine after advancing 2 lines
       perform 3250-PRINT-ONE-STUB-LINE
           varying WSStubIndex from 1 by 1 until WSStubIndex > WSStubCount
       move spaces to CheckPrintLine
       write CheckPrintLine after advancing 1 line
       write CheckPrintLine from VnName after advancing 2 lines
       write CheckPrintLine from VnStreet after advancing 1 line
       move spaces to WSCityLine
       string
           function trim(VnCity) delimited by size
           ", " delimited by size
           VnState delimited by size
           " " delimited by size
           VnZip delimited by size
           into WSCityLine
       end-string
       write CheckPrintLine from WSCityLine after advancing 1 line
       move spaces to CheckPrintLine
       write CheckPrintLine after advancing 1 line
       move WSCheckAmount to WSAmountEdit
       move spaces to WSAmountLine
       string "Pay to the order of the above : " delimited by size
           WSAmountEdit delimited by size
           into WSAmountLine
       end-string
       write CheckPrintLine from WSAmountLine after advancing 1 line.

3250-PRINT-ONE-STUB-LINE.
       move WSStubInvoice(WSStubIndex) to PrnStubInvoice
       move WSStubPoNumber(WSStubIndex) to PrnStubPo
       move WSStubVoucher(WSStubIndex) to PrnStubVoucher
       move WSStubDueDate(WSStubIndex) to PrnStubDue
       move WSStubAmount(WSStubIndex) to PrnStubAmount
       write CheckPrintLine from StubDetailLine after advancing 1 line.

3300-WRITE-CHECK-ROW.
       move WSCheckNumber to CkCheckNum
       set CkSourceVendor to true
       move WSCurrentVendor to CkPayeeId
       move VnName to CkPayeeName
       move WSRunDate to CkIssueDate
       move WSCheckAmount to CkAmount
       set CkIssued to true
       move WSRunDate to CkStatusDate
       move WSOperator to CkOperator
       write CheckRegisterData.

3400-REMEMBER-PAID-VOUCHERS. *>2150 has already made room for the whole stub
       add 1 to WSPaidCount
       move WSStubVoucher(WSStubIndex) to WSPaidVoucher(WSPaidCount)
       move WSCheckNumber to WSPaidCheck(WSPaidCount).

4000-MARK-VOUCHERS-PAID. *>APVOUCH.DAT is line sequential, so the status change
*>is the CUSTMERGE rewrite trick - row order never changes, so the GL extract's
*>position on the file still points where it did
       if WSPaidCount = zero
           go to 4000-EXIT
       end-if
       open input ApVoucherFile
       open output NewVoucherFile
       move 'N' to VoucherEndOfFile
       perform 4100-COPY-ONE-VOUCHER until VoucherEndOfFile = 'Y'
       close ApVoucherFile, NewVoucherFile
       call "CBL_COPY_FILE" using "apvouch.tmp", "APVOUCH.DAT", WSCopyFlags
           returning WSCopyReturnCode
       call "CBL_DELETE_FILE" using "apvouch.tmp"
       if WSCopyReturnCode not = 0
           display "Warning - could not write the paid vouchers back to APVOUCH.DAT"
           move 1 to return-code
       end-if
       if WSHeldCount > zero
           display WSHeldCount " approved voucher(s) left for the next run -"
               " more due than one run can mark paid, run APCHECK again"
           move 1 to return-code
       end-if.
4000-EXIT.
       exit.

4100-COPY-ONE-VOUCHER.
       read ApVoucherFile next
           at end move 'Y' to VoucherEndOfFile
           not at end
               if VhApproved
                   perform 4200-LOOK-UP-PAID-VOUCHER
                       varying WSPaidIndex from 1 by 1
                       until WSPaidIndex > WSPaidCount
               end-if
               write NewVoucherLine from ApVoucherData
       end-read.

4200-LOOK-UP-PAID-VOUCHER.
       if WSPaidVoucher(WSPaidIndex) = VhVoucherNum
           set VhPaid to true
           move WSRunDate to VhPaidDate
           move WSPaidCheck(WSPaidIndex) to VhCheckNum
           add 1 to WSMarkedCount
           move WSPaidCount to WSPaidIndex
       end-if.

6000-PRINT-CONTROL-TOTALS.
       move spaces to RegCountLine
       string "Checks printed : " delimited by size
           WSCheckCount delimited by size
           "   vouchers paid : " delimited by size
           WSVoucherCount delimited by size
           "   marked on APVOUCH.DAT : " delimited by size
           WSMarkedCount delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 2 lines
       if WSSkippedCount > zero
           move spaces to RegCountLine
           string "Vouchers NOT paid - vendor missing from VENDOR.DAT : "
               delimited by size
               WSSkippedCount delimited by size
               into RegCountLine
           end-string
           write PrintLine from RegCountLine after advancing 1 line
       end-if
       if WSHeldCount > zero
           move spaces to RegCountLine
           string "Vouchers NOT paid - left approved for the next run : "
               delimited by size
               WSHeldCount delimited by size
               into RegCountLine
           end-string
           write PrintLine from RegCountLine after advancing 1 line
       end-if
       move "Check run total          " to PrnTotalLabel
       move WSCheckTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 2 lines.
