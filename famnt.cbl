       >>source format free
identification division.
program-id. famnt.
environment division.
input-output section.
file-control.
       copy assetfc.
       select AssetClassFile assign to "FACLASS.DAT"
           organization is line sequential
           file status is AssetClassStatus.
       select CoaFile assign to "GLCOA.DAT"
           organization is line sequential
           file status is CoaFileStatus.
       select AssetGenNumFile assign to "FAGENNUM.DAT"
           organization is line sequential
           file status is AssetGenNumStatus.
       select SortedAssetFile assign to "fixassetSort.tmp"
           organization is line sequential.
       select AssetSortWorkFile assign to "fixassetsort.tmp".
data division.
file section.
fd FixedAssetFile.
       copy assetrec.
fd AssetClassFile.
       copy faclass.
fd CoaFile.
       copy coarec.
fd AssetGenNumFile.
01 AssetGenNumLine pic 9(6).
fd SortedAssetFile.
01 SrtFixedAssetData.
       02 SrtFaNumber      pic 9(6).
       02 SrtFaDescription pic x(30).
       02 SrtFaClass       pic x(4).
       02 SrtFaLocation    pic x(15).
       02 SrtFaAcquired    pic 9(8).
       02 SrtFaCost        pic 9(9)v99.
       02 SrtFaMethod      pic x(1).
       02 SrtFaLifeMonths  pic 9(3).
       02 SrtFaSalvage     pic 9(9)v99.
       02 SrtFaAccumDepr   pic 9(9)v99.
       02 SrtFaDeprThru    pic 9(6).
       02 SrtFaStatus      pic x(1).
       02 SrtFaDisposalDate pic 9(8).
       02 SrtFaProceeds    pic 9(9)v99.
       02 SrtFaVoucher     pic 9(6).
SD AssetSortWorkFile.
01 WFixedAssetData.
       02 WFaNumber pic 9(6).
       02 filler    pic x(30).
       02 WFaClass  pic x(4).
       02 filler    pic x(92).

working-storage section.
01 FixedAssetStatus pic x(2) value "00".
       88 FixedAssetOk value "00".
       88 FixedAssetNotFound value "35".
01 AssetClassStatus pic x(2) value "00".
       88 AssetClassOk value "00".
01 CoaFileStatus pic x(2) value "00".
       88 CoaFileOk value "00".
01 AssetGenNumStatus pic x(2) value "00".
       88 AssetGenNumOk value "00".
01 WSMode pic x(1). *>A=add asset, I=inquire, T=transfer, D=dispose,
*>K=add class, L=list classes, R=register, X=exit
01 ClassEndOfFile pic x(1) value 'N'.
01 CoaEndOfFile pic x(1) value 'N'.
01 EndOfFileFlag pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSAssetNumber pic 9(6) value zero.
01 WSClass pic x(4).
01 WSClassFound pic x(1) value 'N'.
01 WSClassRow pic x(40). *>the FACLASS.DAT row found by 7100
01 WSAccount pic x(4).
01 WSAccountFound pic x(1) value 'N'.
01 WSChartOnFile pic x(1) value 'N'.
01 WSAccountsOk pic x(1) value 'Y'.
01 WSMethod pic x(1).
01 WSLifeMonths pic 9(3).
01 WSDate pic 9(8).
01 WSDateParts redefines WSDate.
       02 WSDateYear  pic 9(4).
       02 WSDateMonth pic 9(2).
       02 WSDateDay   pic 9(2).
01 WSAmount pic 9(9)v99.
01 WSDeprThru pic 9(6).
01 WSClassCount pic 9(3) value zero.
01 WSRegClass pic x(4) value spaces.
01 WSRegCount pic 9(5) value zero.
01 WSClassCost pic 9(11)v99 value zero.
01 WSClassAccum pic 9(11)v99 value zero.
01 WSTotalCost pic 9(11)v99 value zero.
01 WSTotalAccum pic 9(11)v99 value zero.
01 WSNetBook pic s9(11)v99 value zero.
01 EditAmount pic z,zzz,zzz,zz9.99.
       copy rptwreq.
01 RegHeadLine pic x(132).
01 RegColumnLine pic x(132) value
       "Asset   Description           Location         Acquired  M  Life           Cost     Accum depr       Net book  Status".
01 RegDetailLine.
       02 PrnAsset pic 9(6) blank when zero.
       02 filler pic x(2) value space.
       02 PrnDescription pic x(20).
       02 filler pic x(2) value space.
       02 PrnLocation pic x(15).
       02 filler pic x(2) value space.
       02 PrnAcquired pic 9(8) blank when zero.
       02 filler pic x(2) value space.
       02 PrnMethod pic x(1).
       02 filler pic x(2) value space.
       02 PrnLife pic zzz9 blank when zero.
       02 filler pic x(2) value space.
       02 PrnCost pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnAccum pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnNetBook pic -z,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnStatus pic x(18).

procedure division.
0000-MAINLINE. *>the spreadsheet of trucks, racking, forklifts and computers
*>becomes a master - FADEPR depreciates it monthly into the GL through the
*>accounts on each asset's class, and books the disposals keyed here
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Fixed assets - A-Add  I-Inquire  T-Transfer  D-Dispose"
           "  K-Add class  L-List classes  R-Register  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-ASSET thru 2000-EXIT
           when 'I' perform 3000-INQUIRE-ASSET thru 3000-EXIT
           when 'T' perform 3500-TRANSFER-ASSET thru 3500-EXIT
           when 'D' perform 4000-DISPOSE-ASSET thru 4000-EXIT
           when 'K' perform 5000-ADD-CLASS thru 5000-EXIT
           when 'L' perform 5500-LIST-CLASSES thru 5500-EXIT
           when 'R' perform 6000-PRINT-REGISTER thru 6000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-ASSET. *>an asset already in service when the master started comes
*>in with the depreciation taken on it so far - the ledger has that already,
*>so nothing is posted here; FADEPR carries on from the month given
       display "Asset class : " with no advancing
       accept WSClass
       move function upper-case(WSClass) to WSClass
       perform 7100-FIND-CLASS
       if WSClassFound = 'N'
           display "Class " WSClass " is not on FACLASS.DAT - add it with K first"
           go to 2000-EXIT
       end-if
       move WSClass to FaClass
       display "Description : " with no advancing
       accept FaDescription
       display "Location : " with no advancing
       accept FaLocation
       move function upper-case(FaLocation) to FaLocation
       display "In service date (YYYYMMDD) : " with no advancing
       accept WSDate
       if WSDate = zero or WSDateMonth < 1 or WSDateMonth > 12
          or WSDateDay < 1 or WSDateDay > 31
           display "In service date " WSDate " is not a date - rejected"
           go to 2000-EXIT
       end-if
       move WSDate to FaAcquired
       display "Cost : " with no advancing
       accept WSAmount
       if WSAmount = zero
           display "An asset with no cost has nothing to depreciate - rejected"
           go to 2000-EXIT
       end-if
       move WSAmount to FaCost
       display "Salvage value : " with no advancing
       accept WSAmount
       if WSAmount not < FaCost
           display "Salvage must be less than the cost - rejected"
           go to 2000-EXIT
       end-if
       move WSAmount to FaSalvage
       perform 2100-ACCEPT-METHOD-AND-LIFE thru 2100-EXIT
       if WSMethod = space
           go to 2000-EXIT
       end-if
       display "Depreciation already taken (0 = new asset) : " with no advancing
       accept WSAmount
       if WSAmount > FaCost - FaSalvage
           display "More than the depreciable cost - rejected"
           go to 2000-EXIT
       end-if
       move WSAmount to FaAccumDepr
       move zero to FaDeprThru
       if FaAccumDepr > zero
           display "Depreciated through (YYYYMM) : " with no advancing
           accept WSDeprThru
           if WSDeprThru(5:2) < "01" or WSDeprThru(5:2) > "12"
               display "Period " WSDeprThru " is not a YYYYMM - rejected"
               go to 2000-EXIT
           end-if
           move WSDeprThru to FaDeprThru
       end-if
       set FaActive to true
       move zero to FaDisposalDate, FaProceeds, FaVoucher
       perform 7200-ASSIGN-ASSET-NUMBER
       move WSAssetNumber to FaNumber
       perform 7300-WRITE-ASSET
       display "Asset " WSAssetNumber " added to class " FaClass.
2000-EXIT.
       continue.

2100-ACCEPT-METHOD-AND-LIFE. *>the class defaults unless the asset differs
       move WSClassRow to AssetClassData
       display "Method S-Straight line D-Declining balance (blank = "
           FcMethod ") : " with no advancing
       move space to WSMethod
       accept WSMethod
       move function upper-case(WSMethod) to WSMethod
       if WSMethod = space
           move FcMethod to WSMethod
       end-if
       if WSMethod not = 'S' and WSMethod not = 'D'
           display "Method must be S or D - rejected"
           move space to WSMethod
           go to 2100-EXIT
       end-if
       move WSMethod to FaMethod
       display "Useful life in months (0 = " FcLifeMonths ") : "
           with no advancing
       accept WSLifeMonths
       if WSLifeMonths = zero
           move FcLifeMonths to WSLifeMonths
       end-if
       if WSLifeMonths = zero
           display "A useful life is needed - rejected"
           move space to WSMethod
           go to 2100-EXIT
       end-if
       move WSLifeMonths to FaLifeMonths.
2100-EXIT.
       exit.

3000-INQUIRE-ASSET.
       display "Asset number : " with no advancing
       accept WSAssetNumber
       open input FixedAssetFile
       if FixedAssetNotFound
           display "No fixed assets on file yet"
           close FixedAssetFile
           go to 3000-EXIT
       end-if
       move WSAssetNumber to FaNumber
       read FixedAssetFile
           key is FaNumber
           invalid key
               display "Asset " WSAssetNumber " not found"
               close FixedAssetFile
               go to 3000-EXIT
       end-read
       close FixedAssetFile
       display "Asset " FaNumber "  " FaDescription
       display "  Class " FaClass "  location " FaLocation
           "  in service " FaAcquired
       display "  Method " FaMethod "  life " FaLifeMonths " months"
           "  depreciated through " FaDeprThru
       move FaCost to EditAmount
       display "  Cost         " EditAmount
       move FaSalvage to EditAmount
       display "  Salvage      " EditAmount
       move FaAccumDepr to EditAmount
       display "  Accum depr   " EditAmount
       compute WSNetBook = FaCost - FaAccumDepr
       move WSNetBook to EditAmount
       display "  Net book     " EditAmount
       if FaVoucher > zero
           display "  Bought on voucher " FaVoucher
       end-if
       evaluate true
           when FaDisposed
               display "  Disposal keyed " FaDisposalDate " - FADEPR books it"
           when FaRetired
               move FaProceeds to EditAmount
               display "  Disposed " FaDisposalDate " for " EditAmount
       end-evaluate.
3000-EXIT.
       continue.

3500-TRANSFER-ASSET. *>a forklift moved to the other warehouse
       display "Asset number : " with no advancing
       accept WSAssetNumber
       open i-o FixedAssetFile
       if FixedAssetNotFound
           display "No fixed assets on file yet"
           close FixedAssetFile
           go to 3500-EXIT
       end-if
       move WSAssetNumber to FaNumber
       read FixedAssetFile
           key is FaNumber
           invalid key
               display "Asset " WSAssetNumber " not found"
               close FixedAssetFile
               go to 3500-EXIT
       end-read
       if not FaActive
           display "Asset " WSAssetNumber " has been disposed of"
           close FixedAssetFile
           go to 3500-EXIT
       end-if
       display "Now at " FaLocation " - new location : " with no advancing
       accept FaLocation
       move function upper-case(FaLocation) to FaLocation
       rewrite FixedAssetData
       close FixedAssetFile
       display "Asset " WSAssetNumber " moved to " FaLocation.
3500-EXIT.
       continue.

4000-DISPOSE-ASSET. *>sold, scrapped or traded in - only the date and the money
*>are keyed here; the next FADEPR run depreciates up to the month before the
*>disposal, books the gain or loss and retires the asset
       display "Asset number : " with no advancing
       accept WSAssetNumber
       open i-o FixedAssetFile
       if FixedAssetNotFound
           display "No fixed assets on file yet"
           close FixedAssetFile
           go to 4000-EXIT
       end-if
       move WSAssetNumber to FaNumber
       read FixedAssetFile
           key is FaNumber
           invalid key
               display "Asset " WSAssetNumber " not found"
               close FixedAssetFile
               go to 4000-EXIT
       end-read
       if not FaActive
           display "Asset " WSAssetNumber " has already been disposed of"
           close FixedAssetFile
           go to 4000-EXIT
       end-if
       display "Disposal date (YYYYMMDD) : " with no advancing
       accept WSDate
       if WSDate < FaAcquired or WSDateMonth < 1 or WSDateMonth > 12
          or WSDateDay < 1 or WSDateDay > 31
           display "Disposal date " WSDate " is not a date on or after "
               FaAcquired " - rejected"
           close FixedAssetFile
           go to 4000-EXIT
       end-if
       if WSDate(1:6) <= FaDeprThru
           display "Depreciation has already run through " FaDeprThru
               " - date the disposal after it"
           close FixedAssetFile
           go to 4000-EXIT
       end-if
       display "Proceeds (0 = scrapped) : " with no advancing
       accept WSAmount
       move WSDate to FaDisposalDate
       move WSAmount to FaProceeds
       set FaDisposed to true
       rewrite FixedAssetData
       close FixedAssetFile
       display "Asset " WSAssetNumber " disposal recorded - the next FADEPR run"
           " books it".
4000-EXIT.
       continue.

5000-ADD-CLASS. *>each account must already be on the chart, or the extract
*>would turn every depreciation leg away as unknown
       display "Class code (4 characters) : " with no advancing
       accept WSClass
       move function upper-case(WSClass) to WSClass
       if WSClass = spaces
           display "A blank class is no class - rejected"
           go to 5000-EXIT
       end-if
       perform 7100-FIND-CLASS
       if WSClassFound = 'Y'
           display "Class " WSClass " is already on file - rejected"
           go to 5000-EXIT
       end-if
       move spaces to AssetClassData
       move WSClass to FcClass
       display "Description : " with no advancing
       accept FcDescription
       move 'Y' to WSAccountsOk
       display "Cost account : " with no advancing
       accept FcCostAccount
       move FcCostAccount to WSAccount
       perform 5100-CHECK-ACCOUNT
       display "Accumulated depreciation account : " with no advancing
       accept FcAccumAccount
       move FcAccumAccount to WSAccount
       perform 5100-CHECK-ACCOUNT
       display "Depreciation expense account : " with no advancing
       accept FcExpenseAccount
       move FcExpenseAccount to WSAccount
       perform 5100-CHECK-ACCOUNT
       if WSAccountsOk = 'N'
           go to 5000-EXIT
       end-if
       display "Default method S-Straight line D-Declining balance : "
           with no advancing
       accept FcMethod
       move function upper-case(FcMethod) to FcMethod
       if FcMethod not = 'S' and FcMethod not = 'D'
           display "Method must be S or D - rejected"
           go to 5000-EXIT
       end-if
       display "Default useful life in months : " with no advancing
       accept FcLifeMonths
       if FcLifeMonths = zero
           display "A useful life is needed - rejected"
           go to 5000-EXIT
       end-if
       open extend AssetClassFile
       if not AssetClassOk
           open output AssetClassFile
       end-if
       write AssetClassData
       close AssetClassFile
       display "Class " WSClass " added".
5000-EXIT.
       continue.

5100-CHECK-ACCOUNT. *>with no chart yet nothing validates, as in GLEXTRACT
       if WSAccount = spaces
           display "An account is needed - rejected"
           move 'N' to WSAccountsOk
           exit paragraph
       end-if
       move 'N' to WSAccountFound, WSChartOnFile
       open input CoaFile
       if CoaFileOk
           move 'Y' to WSChartOnFile
           move 'N' to CoaEndOfFile
           perform 5150-MATCH-ONE-ACCOUNT until CoaEndOfFile = 'Y'
       end-if
       close CoaFile
       if WSChartOnFile = 'Y' and WSAccountFound = 'N'
           display "Account " WSAccount " is not on the chart - add it in COAMNT"
           move 'N' to WSAccountsOk
       end-if.

5150-MATCH-ONE-ACCOUNT.
       read CoaFile next
           at end move 'Y' to CoaEndOfFile
           not at end
               if CoaAccount = WSAccount
                   move 'Y' to WSAccountFound
                   move 'Y' to CoaEndOfFile
               end-if
       end-read.

5500-LIST-CLASSES.
       open input AssetClassFile
       if not AssetClassOk
           display "No asset classes on file yet"
           close AssetClassFile
           go to 5500-EXIT
       end-if
       move zero to WSClassCount
       move 'N' to ClassEndOfFile
       perform 5600-LIST-ONE-CLASS until ClassEndOfFile = 'Y'
       close AssetClassFile
       display WSClassCount " asset classes".
5500-EXIT.
       continue.

5600-LIST-ONE-CLASS.
       read AssetClassFile next
           at end move 'Y' to ClassEndOfFile
           not at end
               display "  " FcClass "  " FcDescription
                   "  cost " FcCostAccount "  accum " FcAccumAccount
                   "  expense " FcExpenseAccount
                   "  " FcMethod " " FcLifeMonths " months"
               add 1 to WSClassCount
       end-read.

6000-PRINT-REGISTER. *>every asset by class, what it cost, what has been
*>written off it and what it stands at now
       open input FixedAssetFile
       if FixedAssetNotFound
           display "No fixed assets on file yet"
           close FixedAssetFile
           go to 6000-EXIT
       end-if
       close FixedAssetFile
       sort AssetSortWorkFile on ascending key WFaClass, WFaNumber
           using FixedAssetFile
           giving SortedAssetFile
       open input SortedAssetFile
       set RwActionOpen to true
       move "FAREG.rpt" to RwReportName
       move "Fixed Asset Register" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move RegColumnLine to RwLine
       perform 7900-PRINT-LINE
       move spaces to WSRegClass
       move zero to WSRegCount, WSTotalCost, WSTotalAccum
       move 'N' to EndOfFileFlag
       perform 6100-PRINT-ONE-ASSET until EndOfFileFlag = 'Y'
       close SortedAssetFile
       call "CBL_DELETE_FILE" using "fixassetSort.tmp"
       if WSRegClass not = spaces
           perform 6300-END-CLASS
       end-if
       move spaces to RegDetailLine
       move "All classes" to PrnDescription
       move WSTotalCost to PrnCost
       move WSTotalAccum to PrnAccum
       compute PrnNetBook = WSTotalCost - WSTotalAccum
       move zero to PrnAsset, PrnAcquired, PrnLife
       move RegDetailLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSRegCount to RwRecordCount
       move "assets on the register" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       display "Asset register written to FAREG.rpt - " WSRegCount " assets".
6000-EXIT.
       continue.

6100-PRINT-ONE-ASSET. *>retired assets stay on the register at cost and
*>depreciation as they stood, under the disposal they went out with, but
*>count nothing toward what the business still owns
       read SortedAssetFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if SrtFaClass not = WSRegClass
           if WSRegClass not = spaces
               perform 6300-END-CLASS
           end-if
           perform 6200-START-CLASS
       end-if
       move spaces to RegDetailLine
       move SrtFaNumber to PrnAsset
       move SrtFaDescription to PrnDescription
       move SrtFaLocation to PrnLocation
       move SrtFaAcquired to PrnAcquired
       move SrtFaMethod to PrnMethod
       move SrtFaLifeMonths to PrnLife
       move SrtFaCost to PrnCost
       move SrtFaAccumDepr to PrnAccum
       compute PrnNetBook = SrtFaCost - SrtFaAccumDepr
       evaluate SrtFaStatus
           when "D"
               string "DISPOSING " delimited by size
                   SrtFaDisposalDate delimited by size
                   into PrnStatus
               end-string
           when "R"
               string "DISPOSED " delimited by size
                   SrtFaDisposalDate delimited by size
                   into PrnStatus
               end-string
           when other
               move "IN SERVICE" to PrnStatus
       end-evaluate
       move RegDetailLine to RwLine
       perform 7900-PRINT-LINE
       add 1 to WSRegCount
       if SrtFaStatus not = "R"
           add SrtFaCost to WSClassCost, WSTotalCost
           add SrtFaAccumDepr to WSClassAccum, WSTotalAccum
       end-if.

6200-START-CLASS.
       move SrtFaClass to WSRegClass
       move zero to WSClassCost, WSClassAccum
       move WSRegClass to WSClass
       perform 7100-FIND-CLASS
       move spaces to RegHeadLine
       if WSClassFound = 'Y'
           move WSClassRow to AssetClassData
           string "Class " delimited by size
               WSRegClass delimited by size
               "  " delimited by size
               FcDescription delimited by size
               "  cost " delimited by size
               FcCostAccount delimited by size
               "  accum " delimited by size
               FcAccumAccount delimited by size
               "  expense " delimited by size
               FcExpenseAccount delimited by size
               into RegHeadLine
           end-string
       else
           string "Class " delimited by size
               WSRegClass delimited by size
               "  NOT ON FACLASS.DAT" delimited by size
               into RegHeadLine
           end-string
       end-if
       move RegHeadLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

6300-END-CLASS.
       move spaces to RegDetailLine
       string "Class " delimited by size
           WSRegClass delimited by size
           " in service" delimited by size
           into PrnDescription
       end-string
       move WSClassCost to PrnCost
       move WSClassAccum to PrnAccum
       compute PrnNetBook = WSClassCost - WSClassAccum
       move zero to PrnAsset, PrnAcquired, PrnLife
       move RegDetailLine to RwLine
       perform 7900-PRINT-LINE.

7100-FIND-CLASS.
       move 'N' to WSClassFound
       open input AssetClassFile
       if AssetClassOk
           move 'N' to ClassEndOfFile
           perform 7150-MATCH-ONE-CLASS until ClassEndOfFile = 'Y'
       end-if
       close AssetClassFile.

7150-MATCH-ONE-CLASS.
       read AssetClassFile next
           at end move 'Y' to ClassEndOfFile
           not at end
               if FcClass = WSClass
                   move AssetClassData to WSClassRow
                   move 'Y' to WSClassFound
                   move 'Y' to ClassEndOfFile
               end-if
       end-read.

7200-ASSIGN-ASSET-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern
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

7300-WRITE-ASSET.
       open i-o FixedAssetFile
       if FixedAssetNotFound
           close FixedAssetFile
           open output FixedAssetFile
           close FixedAssetFile
           open i-o FixedAssetFile
       end-if
       write FixedAssetData
           invalid key display "Asset " FaNumber " could not be written"
       end-write
       close FixedAssetFile.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
