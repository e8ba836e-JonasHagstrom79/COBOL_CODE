           organization is line sequential.
       select PaymentsDueReport assign to "APDUE.rpt"
           organization is line sequential.
       copy assetfc.
       select AssetClassFile assign to "FACLASS.DAT"
           organization is line sequential
           file status is AssetClassStatus.
       select AssetGenNumFile assign to "FAGENNUM.DAT"
           organization is line sequential
           file status is AssetGenNumStatus.
       select AccrualFile assign to "ACCRUALS.DAT"
           organization is line sequential
           file status is AccrualFileStatus.
data division.
file section.
fd PurchaseOrderFile.
01 ExcPrintLine pic x(90).
fd PaymentsDueReport.
01 DuePrintLine pic x(90).
fd FixedAssetFile.
       copy assetrec.
fd AssetClassFile.
       copy faclass.
fd AssetGenNumFile.
01 AssetGenNumLine pic 9(6).
fd AccrualFile.
       copy accjrnl.

working-storage section.
01 PurchaseOrderStatus pic x(2) value "00".
       88 ApVoucherNotFound value "35".
01 ApGenNumStatus pic x(2) value "00".
       88 ApGenNumOk value "00".
01 FixedAssetStatus pic x(2) value "00".
       88 FixedAssetOk value "00".
       88 FixedAssetNotFound value "35".
01 AssetClassStatus pic x(2) value "00".
       88 AssetClassOk value "00".
01 AssetGenNumStatus pic x(2) value "00".
       88 AssetGenNumOk value "00".
01 AccrualFileStatus pic x(2) value "00".
       88 AccrualFileOk value "00".
01 ClassEndOfFile pic x(1) value 'N'.
01 WSCapital pic x(1) value 'N'.
01 WSAssetClass pic x(4).
01 WSClassFound pic x(1) value 'N'.
01 WSClassMethod pic x(1).
01 WSClassLife pic 9(3).
01 WSClassCostAccount pic x(4).
01 WSAssetNumber pic 9(6) value zero.
01 WSReceivingAccount pic x(4) value "2000". *>the accrual the voucher clears
01 PoEndOfFile pic x(1) value 'N'.
01 VoucherEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>V=voucher an invoice, D=payments-due list, X=exit
               go to 2000-EXIT
       end-read
       move PoVendor to WSVendorNumber
       if PoDropOrder > zero
           display "Drop-ship PO for order " PoDropOrder " - received means"
               " what the vendor confirmed shipping to the customer"
       end-if
       display "Vendor invoice number : " with no advancing
       accept WSVendInvoice
       move function upper-case(WSVendInvoice) to WSVendInvoice
       if WSMatchClean = 'Y'
           display "Three-way match clean - voucher " WSVoucherNum
               " approved for " WSMatchedAmount " due " WSDueDate
           display "Capital purchase - set up a fixed asset (Y/N) : "
               with no advancing
           accept WSCapital
           move function upper-case(WSCapital) to WSCapital
           if WSCapital = 'Y'
               perform 6000-SET-UP-THE-ASSET thru 6000-EXIT
           end-if
       else
           display "Voucher " WSVoucherNum " HELD - " WSExceptionCount
               " mismatch(es) on APEXC.rpt, resolve and re-voucher"
       move WSRunDate to VhDate
       move WSMatchedAmount to VhAmount
       move WSDueDate to VhDueDate
       move zero to VhPaidDate, VhCheckNum
       if WSMatchClean = 'Y'
           set VhApproved to true
       else
                   add VhAmount to WSDueTotal
               end-if
       end-read.

6000-SET-UP-THE-ASSET. *>a truck or a rack run bought on a PO never went into
*>stock - RECEIVE finds no product for the line and only counts it in, so the
*>receiving accrual the voucher clears tonight was never raised. The asset
*>goes onto FIXASSET.DAT at the voucher amount, and an ACCRUALS.DAT pair puts
*>the cost on the class's asset account against that accrual
       display "Asset class : " with no advancing
       accept WSAssetClass
       move function upper-case(WSAssetClass) to WSAssetClass
       move 'N' to WSClassFound
       open input AssetClassFile
       if AssetClassOk
           move 'N' to ClassEndOfFile
           perform 6100-MATCH-ONE-CLASS until ClassEndOfFile = 'Y'
       end-if
       close AssetClassFile
       if WSClassFound = 'N'
           display "Class " WSAssetClass " is not on FACLASS.DAT - voucher "
               WSVoucherNum " stands, set the asset up in FAMNT"
           go to 6000-EXIT
       end-if
       move spaces to FixedAssetData
       move WSAssetClass to FaClass
       display "Asset description : " with no advancing
       accept FaDescription
       display "Location : " with no advancing
       accept FaLocation
       move function upper-case(FaLocation) to FaLocation
       move WSRunDate to FaAcquired
       move WSMatchedAmount to FaCost
       move WSClassMethod to FaMethod
       move WSClassLife to FaLifeMonths
       display "Salvage value : " with no advancing
       accept FaSalvage
       if FaSalvage not < FaCost
           move zero to FaSalvage
       end-if
       move zero to FaAccumDepr, FaDeprThru, FaDisposalDate, FaProceeds
       set FaActive to true
       move WSVoucherNum to FaVoucher
       perform 6200-ASSIGN-ASSET-NUMBER
       move WSAssetNumber to FaNumber
       open i-o FixedAssetFile
       if FixedAssetNotFound
           close FixedAssetFile
           open output FixedAssetFile
           close FixedAssetFile
           open i-o FixedAssetFile
       end-if
       write FixedAssetData
           invalid key
               display "Asset " FaNumber " could not be written - set it up in FAMNT"
               close FixedAssetFile
               go to 6000-EXIT
       end-write
       close FixedAssetFile
       open extend AccrualFile
       if not AccrualFileOk
           open output AccrualFile
       end-if
       move WSRunDate(1:6) to AjPeriod
       move WSRunDate to AjDate, AjRunDate
       move "FACAP" to AjSource
       move WSClassCostAccount to AjAccount
       move WSMatchedAmount to AjDebit
       move zero to AjCredit
       write AccrualJournalData
       move WSReceivingAccount to AjAccount
       move zero to AjDebit
       move WSMatchedAmount to AjCredit
       write AccrualJournalData
       close AccrualFile
       display "Asset " WSAssetNumber " set up in class " WSAssetClass
           " - method " FaMethod " over " FaLifeMonths " months".
6000-EXIT.
       exit.

6100-MATCH-ONE-CLASS.
       read AssetClassFile next
           at end move 'Y' to ClassEndOfFile
           not at end
               if FcClass = WSAssetClass
                   move FcMethod to WSClassMethod
                   move FcLifeMonths to WSClassLife
                   move FcCostAccount to WSClassCostAccount
                   move 'Y' to WSClassFound
                   move 'Y' to ClassEndOfFile
               end-if
       end-read.

6200-ASSIGN-ASSET-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern
       move zero to WSAssetNumber
       open input AssetGenNumFile
       if AssetGenNumOk
           read AssetGenNumFile
               at end continue
               not at end move AssetGenNumLine to WSAssetNumber
           end-read
       end-if
       close AssetGenNumFile
       add 1 to WSAssetNumber
       open output AssetGenNumFile
       move WSAssetNumber to AssetGenNumLine
       write AssetGenNumLine
       close AssetGenNumFile.
