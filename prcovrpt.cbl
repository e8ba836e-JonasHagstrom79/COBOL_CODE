       >>source format free
identification division.
program-id. prcovrpt.
environment division.
input-output section.
file-control.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select OvrParmFile assign to "PRCOVRPARM.DAT"
           organization is line sequential
           file status is OvrParmStatus.
       select PriceOverrideFile assign to "PRICEOVR.DAT"
           organization is line sequential
           file status is PriceOverrideStatus.
       select OverrideWorkFile assign to "ovrwork.tmp"
           organization is line sequential.
       select SortedOverrideWork assign to "ovrworkSort.tmp"
           organization is line sequential.
       select OverrideSortWorkFile assign to "ovrworksort.tmp".
data division.
file section.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd OvrParmFile.
01 OvrParmData. *>one line, optional - a YYYYMM to report other than the
*>business date's month, for a rerun after the fact
       02 OpPeriod pic 9(6).
fd PriceOverrideFile.
       copy prcovr.
fd OverrideWorkFile.
01 OverrideWorkData. *>one row per override that stood in the month
       02 OwRep         pic x(3).
       02 OwReason      pic x(2).
       02 OwQty         pic 9(5).
       02 OwEngineValue pic 9(9)v99.
       02 OwKeyedValue  pic 9(9)v99.
       02 OwCostedValue pic 9(9)v99. *>keyed value of the lines with a cost
       02 OwCostValue   pic 9(9)v99.
       02 OwHeld        pic 9(1). *>1 = went below the floor and was approved
fd SortedOverrideWork.
01 SrtOverrideWorkData.
       02 SrtOwRep         pic x(3).
       02 SrtOwReason      pic x(2).
       02 SrtOwQty         pic 9(5).
       02 SrtOwEngineValue pic 9(9)v99.
       02 SrtOwKeyedValue  pic 9(9)v99.
       02 SrtOwCostedValue pic 9(9)v99.
       02 SrtOwCostValue   pic 9(9)v99.
       02 SrtOwHeld        pic 9(1).
SD OverrideSortWorkFile.
01 WOverrideWorkData.
       02 WOwRep    pic x(3).
       02 WOwReason pic x(2).
       02 filler    pic x(50).

working-storage section.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 OvrParmStatus pic x(2) value "00".
       88 OvrParmOk value "00".
01 PriceOverrideStatus pic x(2) value "00".
       88 PriceOverrideOk value "00".
       88 PriceOverrideNotFound value "35".
01 EndOfFileFlag pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8) value zero.
01 WSReportPeriod pic 9(6) value zero. *>YYYYMM reported
01 WSRowCount pic 9(7) value zero.
01 WSPendingCount pic 9(5) value zero.
01 WSRejectedCount pic 9(5) value zero.
01 WSRejectedAway pic s9(9)v99 value zero. *>what the rejections kept
01 WSPrintRep pic x(3) value spaces.
01 WSPrintReason pic x(2) value spaces.
01 WSHaveGroup pic x(1) value 'N'.
*>one set of accumulators per level - the rep and reason group, the rep,
*>and the whole month
01 WSGroupTotals.
       02 WSGrpCount   pic 9(7).
       02 WSGrpQty     pic 9(7).
       02 WSGrpEngine  pic 9(11)v99.
       02 WSGrpKeyed   pic 9(11)v99.
       02 WSGrpCosted  pic 9(11)v99.
       02 WSGrpCost    pic 9(11)v99.
       02 WSGrpHeld    pic 9(7).
01 WSRepTotals.
       02 WSRepCount   pic 9(7).
       02 WSRepQty     pic 9(7).
       02 WSRepEngine  pic 9(11)v99.
       02 WSRepKeyed   pic 9(11)v99.
       02 WSRepCosted  pic 9(11)v99.
       02 WSRepCost    pic 9(11)v99.
       02 WSRepHeld    pic 9(7).
01 WSAllTotals.
       02 WSAllCount   pic 9(7).
       02 WSAllQty     pic 9(7).
       02 WSAllEngine  pic 9(11)v99.
       02 WSAllKeyed   pic 9(11)v99.
       02 WSAllCosted  pic 9(11)v99.
       02 WSAllCost    pic 9(11)v99.
       02 WSAllHeld    pic 9(7).
*>the level being printed, moved in from one of the three above
01 WSPrintTotals.
       02 WSPrtCount   pic 9(7).
       02 WSPrtQty     pic 9(7).
       02 WSPrtEngine  pic 9(11)v99.
       02 WSPrtKeyed   pic 9(11)v99.
       02 WSPrtCosted  pic 9(11)v99.
       02 WSPrtCost    pic 9(11)v99.
       02 WSPrtHeld    pic 9(7).
01 WSMarginPct pic s9(4)v99 value zero.
01 EditAmount pic -z,zzz,zzz,zz9.99.
       copy rptwreq.
01 OvrHeadLine pic x(132).
01 OvrColumnLine pic x(132) value
       "Rep  Reason                  Overrides      Qty   Engine value    Keyed value      Given away  Margin %    Held".
01 OvrDetailLine.
       02 PrnRep pic x(3).
       02 filler pic x(2) value space.
       02 PrnReason pic x(22).
       02 filler pic x(2) value space.
       02 PrnCount pic zzzzz,zz9.
       02 filler pic x(2) value space.
       02 PrnQty pic zzz,zz9.
       02 filler pic x(2) value space.
       02 PrnEngine pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnKeyed pic zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnGiven pic -zz,zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnMargin pic ----9.99.
       02 filler pic x(2) value space.
       02 PrnHeld pic zz,zz9.

procedure division.
0000-MAINLINE. *>what the phone deals cost us, month by month - every override
*>that stood, by the rep who keyed it and the reason given, with the margin
*>given away against the price the engine would have charged and the margin
*>left at the price that was keyed
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       move WSRunDate(1:6) to WSReportPeriod
       perform 0150-GET-PARAMETERS
       open input PriceOverrideFile
       if PriceOverrideNotFound
           display "No price overrides on file - nothing to report"
           close PriceOverrideFile
           stop run
       end-if
       open output OverrideWorkFile
       move 'N' to EndOfFileFlag
       perform 1000-TAKE-ONE-OVERRIDE until EndOfFileFlag = 'Y'
       close PriceOverrideFile, OverrideWorkFile
       set RwActionOpen to true
       move "PRCOVRPT.rpt" to RwReportName
       move "Price Overrides by Rep and Reason" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move spaces to OvrHeadLine
       string "Period " delimited by size
           WSReportPeriod delimited by size
           " - overrides that stood, given away against the engine price"
               delimited by size
           into OvrHeadLine
       end-string
       move OvrHeadLine to RwLine
       perform 7900-PRINT-LINE
       perform 2000-PRINT-BY-REP
       call "CBL_DELETE_FILE" using "ovrwork.tmp"
       call "CBL_DELETE_FILE" using "ovrworkSort.tmp"
       set RwActionClose to true
       move WSRowCount to RwRecordCount
       move "overrides reported" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       compute EditAmount = WSAllEngine - WSAllKeyed
       display "Price overrides for " WSReportPeriod " : " WSRowCount
           " stood, " EditAmount " given away - PRCOVRPT.rpt"
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

0150-GET-PARAMETERS.
       open input OvrParmFile
       if OvrParmOk
           read OvrParmFile
               at end continue
               not at end
                   if OpPeriod is numeric and OpPeriod > zero
                       move OpPeriod to WSReportPeriod
                   end-if
           end-read
       end-if
       close OvrParmFile.

1000-TAKE-ONE-OVERRIDE. *>accepted and approved overrides are margin given;
*>a rejected one went back to the engine price and a pending one has not
*>billed, so those two are only counted
       read PriceOverrideFile
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if OvDate(1:6) not = WSReportPeriod
           exit paragraph
       end-if
       evaluate true
           when OvPending
               add 1 to WSPendingCount
               exit paragraph
           when OvRejected
               add 1 to WSRejectedCount
               compute WSRejectedAway = WSRejectedAway
                   + (OvEnginePrice - OvPrice) * OvQty
               exit paragraph
           when OvAccepted or OvApproved
               continue
           when other
               exit paragraph
       end-evaluate
       move spaces to OverrideWorkData
       move OvSalesRep to OwRep
       if OwRep = spaces
           move "HSE" to OwRep
       end-if
       move OvReason to OwReason
       move OvQty to OwQty
       compute OwEngineValue = OvEnginePrice * OvQty
       compute OwKeyedValue = OvPrice * OvQty
       if OvUnitCost > zero
           move OwKeyedValue to OwCostedValue
           compute OwCostValue = OvUnitCost * OvQty
       else
           move zero to OwCostedValue, OwCostValue
       end-if
       if OvApproved
           move 1 to OwHeld
       else
           move zero to OwHeld
       end-if
       write OverrideWorkData
       add 1 to WSRowCount.

2000-PRINT-BY-REP.
       sort OverrideSortWorkFile
           on ascending key WOwRep, WOwReason
           using OverrideWorkFile
           giving SortedOverrideWork
       initialize WSGroupTotals, WSRepTotals, WSAllTotals
       open input SortedOverrideWork
       move spaces to WSPrintRep, WSPrintReason
       move 'N' to WSHaveGroup
       move 'N' to EndOfFileFlag
       perform 2100-TAKE-ONE-ROW until EndOfFileFlag = 'Y'
       close SortedOverrideWork
       if WSHaveGroup = 'Y'
           perform 2300-END-REASON
           perform 2500-END-REP
       end-if
       move WSAllTotals to WSPrintTotals
       move spaces to OvrDetailLine
       move "All reps" to PrnReason
       perform 2900-FILL-AMOUNTS
       move OvrDetailLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       if WSPendingCount > zero or WSRejectedCount > zero
           move spaces to OvrHeadLine
           move WSRejectedAway to EditAmount
           string WSPendingCount delimited by size
               " override(s) still waiting in PRCAPPR, " delimited by size
               WSRejectedCount delimited by size
               " rejected - the rejections kept " delimited by size
               EditAmount delimited by size
               into OvrHeadLine
           end-string
           move OvrHeadLine to RwLine
           set RwActionDetail to true
           move 2 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       end-if.

2100-TAKE-ONE-ROW.
       read SortedOverrideWork
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if WSHaveGroup = 'Y'
           if SrtOwRep not = WSPrintRep
               perform 2300-END-REASON
               perform 2500-END-REP
           else
               if SrtOwReason not = WSPrintReason
                   perform 2300-END-REASON
               end-if
           end-if
       end-if
       if WSHaveGroup = 'N' or SrtOwRep not = WSPrintRep
           perform 2400-START-REP
       end-if
       move 'Y' to WSHaveGroup
       move SrtOwReason to WSPrintReason
       add 1 to WSGrpCount, WSRepCount, WSAllCount
       add SrtOwQty to WSGrpQty, WSRepQty, WSAllQty
       add SrtOwEngineValue to WSGrpEngine, WSRepEngine, WSAllEngine
       add SrtOwKeyedValue to WSGrpKeyed, WSRepKeyed, WSAllKeyed
       add SrtOwCostedValue to WSGrpCosted, WSRepCosted, WSAllCosted
       add SrtOwCostValue to WSGrpCost, WSRepCost, WSAllCost
       add SrtOwHeld to WSGrpHeld, WSRepHeld, WSAllHeld.

2300-END-REASON.
       move WSGroupTotals to WSPrintTotals
       move spaces to OvrDetailLine
       move WSPrintRep to PrnRep
       evaluate WSPrintReason
           when "CM" move "CM competitor match" to PrnReason
           when "VD" move "VD volume deal" to PrnReason
           when "RL" move "RL relationship" to PrnReason
           when "DM" move "DM damaged/display" to PrnReason
           when "OT" move "OT other" to PrnReason
           when other move WSPrintReason to PrnReason
       end-evaluate
       perform 2900-FILL-AMOUNTS
       move OvrDetailLine to RwLine
       perform 7900-PRINT-LINE
       initialize WSGroupTotals.

2400-START-REP.
       move SrtOwRep to WSPrintRep
       initialize WSRepTotals
       move spaces to OvrHeadLine
       string "Sales rep " delimited by size
           WSPrintRep delimited by size
           into OvrHeadLine
       end-string
       move OvrHeadLine to RwLine
       set RwActionDetail to true
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move OvrColumnLine to RwLine
       perform 7900-PRINT-LINE.

2500-END-REP.
       move WSRepTotals to WSPrintTotals
       move spaces to OvrDetailLine
       string WSPrintRep delimited by size
           " total" delimited by size
           into PrnReason
       end-string
       perform 2900-FILL-AMOUNTS
       move OvrDetailLine to RwLine
       perform 7900-PRINT-LINE.

2900-FILL-AMOUNTS. *>given away is engine less keyed - negative where a rep
*>priced above the engine; the margin is over the lines with a cost on file
       move WSPrtCount to PrnCount
       move WSPrtQty to PrnQty
       move WSPrtEngine to PrnEngine
       move WSPrtKeyed to PrnKeyed
       compute PrnGiven = WSPrtEngine - WSPrtKeyed
       move zero to WSMarginPct
       if WSPrtCosted > zero
           compute WSMarginPct rounded =
               (WSPrtCosted - WSPrtCost) * 100 / WSPrtCosted
       end-if
       move WSMarginPct to PrnMargin
       move WSPrtHeld to PrnHeld.

7900-PRINT-LINE.
       set RwActionDetail to true
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
