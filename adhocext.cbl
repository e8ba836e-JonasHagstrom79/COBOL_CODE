       >>source format free
identification division.
program-id. adhocext.
environment division.
input-output section.
file-control.
       copy custfc.
       copy prodfc.
       copy studfc.
       copy ordfc.
       copy vendfc.
       select QueryFile assign to "ADHOCQRY.DAT"
           organization is line sequential
           file status is QueryFileStatus.
       select AdhocParmFile assign to "ADHOCPARM.DAT"
           organization is line sequential
           file status is AdhocParmStatus.
       select RunLogFile assign to "ADHOCLOG.DAT"
           organization is line sequential
           file status is RunLogFileStatus.
       select StepCountFile assign to "STEPCOUNT.DAT"
           organization is line sequential.
       select CsvFile assign to WSCsvName
           organization is line sequential.
       select ExtractWorkFile assign to "adhocwork.tmp"
           organization is line sequential.
       select SortedExtractFile assign to "adhocSort.tmp"
           organization is line sequential.
       select ExtractSortWorkFile assign to "adhocsort.tmp".
data division.
file section.
fd CustomerFile.
       copy custrec.
fd ProductFile.
       copy prodrec.
fd StudentMasterFile.
       copy studrec.
fd OrderFile.
       copy ordrec.
fd VendorFile.
       copy vendrec.
fd QueryFile.
01 QueryData. *>one line per clause of a saved query, all lines of a query
               *>under the same name - kept with an editor like BATCHSTEPS.DAT
       02 AqQuery     pic x(10).
       02 AqLineType  pic x(1).
           88 AqMasterLine    value "M". *>AqName = the master file
           88 AqTitleLine     value "T". *>AqValue = the report title
           88 AqFieldLine     value "F". *>AqName = a field to output
           88 AqConditionLine value "C". *>AqConnector AqName AqOperator AqValue
           88 AqSortLine      value "S". *>AqName, AqOperator A or D
       02 AqConnector pic x(3). *>AND or OR, ahead of the second condition onward
       02 AqName      pic x(20).
       02 AqOperator  pic x(2). *>EQ NE GT GE LT LE, SW = starts with
       02 AqValue     pic x(40).
fd AdhocParmFile.
01 AdhocParmLine pic x(10).
fd RunLogFile.
01 RunLogData. *>one row per run, interactive or nightly, for the auditors'
                *>"who pulled what out of which master"
       02 RlTimestamp pic x(14).
       02 RlOperator  pic x(10).
       02 RlQuery     pic x(10).
       02 RlMaster    pic x(12).
       02 RlRunType   pic x(1). *>I interactive, B nightly batch step
       02 RlRead      pic 9(7).
       02 RlSelected  pic 9(7).
       02 RlOutcome   pic x(40).
fd StepCountFile.
01 StepCountLine pic 9(7).
fd CsvFile.
01 CsvLine pic x(400).
fd ExtractWorkFile.
01 ExtractWorkData.
       02 XwKeyPair occurs 3 times.
           03 XwKeyAsc  pic x(20).
           03 XwKeyDesc pic x(20).
       02 XwSequence   pic 9(7).
       02 XwReportLine pic x(132).
       02 XwCsvLine    pic x(400).
fd SortedExtractFile.
01 SortedExtractData.
       02 filler       pic x(127).
       02 XrReportLine pic x(132).
       02 XrCsvLine    pic x(400).
SD ExtractSortWorkFile.
01 ExtractSortData. *>ascending and descending slot for each sort field - the
*>unused slot of the pair is left blank, so one SORT statement serves
*>whichever directions the query asks for
       02 XsKeyAsc1  pic x(20).
       02 XsKeyDesc1 pic x(20).
       02 XsKeyAsc2  pic x(20).
       02 XsKeyDesc2 pic x(20).
       02 XsKeyAsc3  pic x(20).
       02 XsKeyDesc3 pic x(20).
       02 XsSequence pic 9(7).
       02 filler     pic x(532).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
01 QueryFileStatus pic x(2) value "00".
       88 QueryFileOk value "00".
01 AdhocParmStatus pic x(2) value "00".
       88 AdhocParmOk value "00".
01 RunLogFileStatus pic x(2) value "00".
       88 RunLogFileOk value "00".
01 QueryEndOfFile pic x(1) value 'N'.
01 MasterEndOfFile pic x(1) value 'N'.
01 SortedEndOfFile pic x(1) value 'N'.
01 LogEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>R=run a saved query, L=list queries, H=run log, X=exit
01 WSBatchQuery pic x(10) value spaces.
01 WSRunType pic x(1) value 'I'.
01 WSOperator pic x(10) value spaces.
01 WSSignedOn pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSQueryName pic x(10).
01 WSQueryFound pic x(1).
01 WSQueryOk pic x(1).
01 WSOutcome pic x(40).
01 WSMasterName pic x(12).
01 WSMaster pic x(1).
       88 WSMasterCustomer value "C".
       88 WSMasterProduct  value "P".
       88 WSMasterStudent  value "S".
       88 WSMasterOrder    value "O".
       88 WSMasterVendor   value "V".
01 WSTitle pic x(40).
01 WSFieldCount pic 9(2) value zero.
01 WSFieldTable.
       02 WSOutEntry occurs 12 times.
           03 WSOutField    pic x(20).
           03 WSOutWidth    pic 9(3).
01 WSCondCount pic 9(2) value zero.
01 WSCondTable.
       02 WSCondEntry occurs 10 times.
           03 WSCondConnector pic x(3).
           03 WSCondField     pic x(20).
           03 WSCondOperator  pic x(2).
           03 WSCondValue     pic x(40).
           03 WSCondLength    pic 9(2).
           03 WSCondNumber    pic s9(9)v99.
01 WSSortCount pic 9(1) value zero.
01 WSSortTable.
       02 WSSortEntry occurs 3 times.
           03 WSSortField     pic x(20).
           03 WSSortDirection pic x(1).
01 WSIndex pic 9(2).
01 WSLinePos pic 9(3).
01 WSCsvPos pic 9(3).
01 WSFieldName pic x(20).
01 WSFieldType pic x(1). *>A alphanumeric, N numeric, U not a field of the master
01 WSFieldAlpha pic x(40).
01 WSFieldUpper pic x(40).
01 WSFieldLength pic 9(3).
01 WSFieldNumber pic s9(9)v99.
01 WSFieldDecimals pic 9(1).
01 WSLabelLength pic 9(3).
01 WSEditMoney pic ------9.99.
01 WSEditWhole pic ---------9.
01 WSSortNumber pic 9(10)v99.
01 WSSortNumberText redefines WSSortNumber pic x(12).
01 WSCommaCount pic 9(3).
01 WSSelected pic x(1).
01 WSGroupTrue pic x(1).
01 WSCondTrue pic x(1).
01 WSReadCount pic 9(7) value zero.
01 WSSelectCount pic 9(7) value zero.
01 WSLogCount pic 9(4) value zero.
01 WSReportName pic x(20).
01 WSCsvName pic x(20).
01 WSHeadLine pic x(132).
01 WSRuleLine pic x(132).
01 WSCsvHead pic x(400).
       copy rptwreq.

procedure division.
0000-MAINLINE. *>the one-off questions stop turning into one-off programs -
*>a saved query on ADHOCQRY.DAT names the master, the fields to print, the
*>conditions (AND binds tighter than OR) and the sort, and the same query
*>runs from the menu or as a nightly step. ADHOCPARM.DAT staged by the
*>driver carries the query name, the batch-step convention
       perform 0100-CHECK-BATCH-PARM
       if WSBatchQuery not = spaces
           move "NIGHTLY" to WSOperator
           move 'B' to WSRunType
           move WSBatchQuery to WSQueryName
           perform 2000-RUN-QUERY thru 2000-EXIT
           open output StepCountFile
           move WSSelectCount to StepCountLine
           write StepCountLine
           close StepCountFile
           if WSQueryOk not = 'Y'
               move 1 to return-code
           end-if
           stop run
       end-if
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       perform 1000-MENU until WSMode = 'X'
       stop run.

0100-CHECK-BATCH-PARM.
       open input AdhocParmFile
       if AdhocParmOk
           read AdhocParmFile
               at end continue
               not at end
                   move function upper-case(AdhocParmLine) to WSBatchQuery
           end-read
       end-if
       close AdhocParmFile.

1000-MENU.
       display " "
       display "Ad hoc extract - R-Run a query  L-List queries  H-Run log"
           "  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'R'
               display "Query name : " with no advancing
               accept WSQueryName
               move function upper-case(WSQueryName) to WSQueryName
               perform 2000-RUN-QUERY thru 2000-EXIT
           when 'L' perform 5000-LIST-QUERIES thru 5000-EXIT
           when 'H' perform 5500-SHOW-RUN-LOG thru 5500-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-RUN-QUERY.
       move zero to WSReadCount, WSSelectCount
       move spaces to WSMasterName
       perform 3000-LOAD-QUERY thru 3000-EXIT
       if WSQueryOk not = 'Y'
           perform 6000-LOG-THE-RUN
           display "Query " WSQueryName " not run - " function trim(WSOutcome)
           go to 2000-EXIT
       end-if
       perform 4000-OPEN-THE-MASTER thru 4000-EXIT
       if WSQueryOk not = 'Y'
           perform 6000-LOG-THE-RUN
           display "Query " WSQueryName " not run - " function trim(WSOutcome)
           go to 2000-EXIT
       end-if
       open output ExtractWorkFile
       move 'N' to MasterEndOfFile
       perform 4100-READ-THE-MASTER
       perform 4200-SELECT-ONE-RECORD until MasterEndOfFile = 'Y'
       perform 4900-CLOSE-THE-MASTER
       close ExtractWorkFile
       sort ExtractSortWorkFile
           on ascending key XsKeyAsc1
           on descending key XsKeyDesc1
           on ascending key XsKeyAsc2
           on descending key XsKeyDesc2
           on ascending key XsKeyAsc3
           on descending key XsKeyDesc3
           on ascending key XsSequence
           using ExtractWorkFile
           giving SortedExtractFile
       perform 4500-WRITE-THE-OUTPUT
       call "CBL_DELETE_FILE" using "adhocwork.tmp"
       call "CBL_DELETE_FILE" using "adhocSort.tmp"
       call "CBL_DELETE_FILE" using "adhocsort.tmp"
       move spaces to WSOutcome
       string "ok - " delimited by size
           WSReportName delimited by space
           " and " delimited by size
           WSCsvName delimited by space
           into WSOutcome
       end-string
       perform 6000-LOG-THE-RUN
       display "Query " WSQueryName " - " WSReadCount " read, "
           WSSelectCount " selected, written to "
           function trim(WSReportName) " and " function trim(WSCsvName).
2000-EXIT.
       exit.

3000-LOAD-QUERY. *>gather the query's lines off the parameter file and check
*>every name in them against the master before a record is read
       move 'N' to WSQueryOk
       move 'N' to WSQueryFound
       move spaces to WSMaster, WSTitle
       move zero to WSFieldCount, WSCondCount, WSSortCount
       if WSQueryName = spaces
           move "no query name given" to WSOutcome
           go to 3000-EXIT
       end-if
       open input QueryFile
       if not QueryFileOk
           move "ADHOCQRY.DAT not on file" to WSOutcome
           close QueryFile
           go to 3000-EXIT
       end-if
       move spaces to WSOutcome
       move 'N' to QueryEndOfFile
       perform 3100-LOAD-ONE-LINE until QueryEndOfFile = 'Y'
       close QueryFile
       if WSOutcome not = spaces
           go to 3000-EXIT
       end-if
       if WSQueryFound = 'N'
           move "no such query on ADHOCQRY.DAT" to WSOutcome
           go to 3000-EXIT
       end-if
       if WSMaster = spaces
           move "no master named, or not one we extract" to WSOutcome
           go to 3000-EXIT
       end-if
       if WSFieldCount = zero
           move "no output fields named" to WSOutcome
           go to 3000-EXIT
       end-if
       if WSTitle = spaces
           string "Ad hoc extract " delimited by size
               WSQueryName delimited by space
               into WSTitle
           end-string
       end-if
       perform 3500-CHECK-THE-NAMES thru 3500-EXIT
       if WSOutcome not = spaces
           go to 3000-EXIT
       end-if
       move 'Y' to WSQueryOk.
3000-EXIT.
       exit.

3100-LOAD-ONE-LINE.
       read QueryFile next
           at end
               move 'Y' to QueryEndOfFile
           not at end
               move function upper-case(AqQuery) to AqQuery
               if AqQuery = WSQueryName
                   move 'Y' to WSQueryFound
                   move function upper-case(AqLineType) to AqLineType
                   move function upper-case(AqName) to AqName
                   perform 3200-TAKE-ONE-LINE
               end-if
       end-read.

3200-TAKE-ONE-LINE.
       evaluate true
           when AqMasterLine
               move AqName(1:12) to WSMasterName
               evaluate AqName
                   when "CUSTOMER.DAT" move "C" to WSMaster
                   when "PRODUCT.DAT"  move "P" to WSMaster
                   when "STUDMAST.DAT" move "S" to WSMaster
                   when "ORDMAST.DAT"  move "O" to WSMaster
                   when "VENDOR.DAT"   move "V" to WSMaster
                   when other move spaces to WSMaster
               end-evaluate
           when AqTitleLine
               move AqValue to WSTitle
           when AqFieldLine
               if WSFieldCount < 12
                   add 1 to WSFieldCount
                   move AqName to WSOutField(WSFieldCount)
               else
                   move "more than 12 output fields" to WSOutcome
               end-if
           when AqConditionLine
               if WSCondCount < 10
                   add 1 to WSCondCount
                   move function upper-case(AqConnector)
                       to WSCondConnector(WSCondCount)
                   move AqName to WSCondField(WSCondCount)
                   move function upper-case(AqOperator)
                       to WSCondOperator(WSCondCount)
                   move function upper-case(AqValue) to WSCondValue(WSCondCount)
                   move zero to WSCondLength(WSCondCount)
                   if AqValue not = spaces
                       compute WSCondLength(WSCondCount) =
                           function length(function trim(AqValue trailing))
                   end-if
               else
                   move "more than 10 conditions" to WSOutcome
               end-if
           when AqSortLine
               if WSSortCount < 3
                   add 1 to WSSortCount
                   move AqName to WSSortField(WSSortCount)
                   move function upper-case(AqOperator(1:1))
                       to WSSortDirection(WSSortCount)
               else
                   move "more than 3 sort fields" to WSOutcome
               end-if
       end-evaluate.

3500-CHECK-THE-NAMES. *>run each name through the field lookup against an
*>empty record - a typo is refused up front, and the widths come out of it
       perform 3550-CLEAR-THE-RECORD
       move 1 to WSLinePos
       move spaces to WSHeadLine, WSRuleLine, WSCsvHead
       move 1 to WSCsvPos
       perform 3600-CHECK-ONE-FIELD
           varying WSIndex from 1 by 1 until WSIndex > WSFieldCount
       if WSOutcome not = spaces
           go to 3500-EXIT
       end-if
       perform 3700-CHECK-ONE-CONDITION
           varying WSIndex from 1 by 1 until WSIndex > WSCondCount
       if WSOutcome not = spaces
           go to 3500-EXIT
       end-if
       perform 3800-CHECK-ONE-SORT
           varying WSIndex from 1 by 1 until WSIndex > WSSortCount.
3500-EXIT.
       exit.

3550-CLEAR-THE-RECORD.
       evaluate true
           when WSMasterCustomer initialize CustomerData
           when WSMasterProduct  initialize ProductMasterData
           when WSMasterStudent  initialize StudMasterData
           when WSMasterOrder    initialize OrderData
           when WSMasterVendor   initialize VendorData
       end-evaluate.

3600-CHECK-ONE-FIELD. *>a column is as wide as the field or its name, which
*>ever is wider; the heading and the CSV header row are built as we go
       move WSOutField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       if WSFieldType = 'U'
           move spaces to WSOutcome
           string "output field " delimited by size
               WSFieldName delimited by space
               " not on the master" delimited by size
               into WSOutcome
           end-string
           move WSFieldCount to WSIndex
           exit paragraph
       end-if
       compute WSLabelLength = function length(function trim(WSFieldName))
       if WSFieldType = 'N'
           move 10 to WSFieldLength
       end-if
       if WSLabelLength > WSFieldLength
           move WSLabelLength to WSOutWidth(WSIndex)
       else
           move WSFieldLength to WSOutWidth(WSIndex)
       end-if
       if WSLinePos + WSOutWidth(WSIndex) - 1 > 132
           move "output fields are wider than the report" to WSOutcome
           move WSFieldCount to WSIndex
           exit paragraph
       end-if
       move WSFieldName to WSHeadLine(WSLinePos:WSOutWidth(WSIndex))
       move all "-" to WSRuleLine(WSLinePos:WSOutWidth(WSIndex))
       compute WSLinePos = WSLinePos + WSOutWidth(WSIndex) + 2
       if WSIndex > 1
           string "," delimited by size
               into WSCsvHead with pointer WSCsvPos
           end-string
       end-if
       string WSFieldName delimited by space
           into WSCsvHead with pointer WSCsvPos
       end-string.

3700-CHECK-ONE-CONDITION.
       move WSCondField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       if WSFieldType = 'U'
           move spaces to WSOutcome
           string "condition field " delimited by size
               WSFieldName delimited by space
               " not on the master" delimited by size
               into WSOutcome
           end-string
           move WSCondCount to WSIndex
           exit paragraph
       end-if
       if WSCondOperator(WSIndex) not = "EQ" and not = "NE" and not = "GT"
          and not = "GE" and not = "LT" and not = "LE" and not = "SW"
           move "operator must be EQ NE GT GE LT LE or SW" to WSOutcome
           move WSCondCount to WSIndex
           exit paragraph
       end-if
       if WSCondConnector(WSIndex) not = "AND" and not = "OR"
           move "AND" to WSCondConnector(WSIndex)
       end-if
       move zero to WSCondNumber(WSIndex)
       if WSFieldType = 'N' and WSCondLength(WSIndex) > zero
           compute WSCondNumber(WSIndex) =
               function numval(WSCondValue(WSIndex))
       end-if.

3800-CHECK-ONE-SORT.
       move WSSortField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       if WSFieldType = 'U'
           move spaces to WSOutcome
           string "sort field " delimited by size
               WSFieldName delimited by space
               " not on the master" delimited by size
               into WSOutcome
           end-string
           move WSSortCount to WSIndex
           exit paragraph
       end-if
       if WSSortDirection(WSIndex) not = 'D'
           move 'A' to WSSortDirection(WSIndex)
       end-if.

4000-OPEN-THE-MASTER.
       evaluate true
           when WSMasterCustomer
               open input CustomerFile
               if not CustFileOk
                   move 'N' to WSQueryOk
                   close CustomerFile
               end-if
           when WSMasterProduct
               open input ProductFile
               if not ProductFileOk
                   move 'N' to WSQueryOk
                   close ProductFile
               end-if
           when WSMasterStudent
               open input StudentMasterFile
               if not StudentMasterOk
                   move 'N' to WSQueryOk
                   close StudentMasterFile
               end-if
           when WSMasterOrder
               open input OrderFile
               if not OrderFileOk
                   move 'N' to WSQueryOk
                   close OrderFile
               end-if
           when WSMasterVendor
               open input VendorFile
               if not VendorMasterOk
                   move 'N' to WSQueryOk
                   close VendorFile
               end-if
       end-evaluate
       if WSQueryOk not = 'Y'
           move spaces to WSOutcome
           string function trim(WSMasterName) delimited by size
               " missing or in use" delimited by size
               into WSOutcome
           end-string
       end-if.
4000-EXIT.
       exit.

4100-READ-THE-MASTER.
       evaluate true
           when WSMasterCustomer
               read CustomerFile next
                   at end move 'Y' to MasterEndOfFile
               end-read
           when WSMasterProduct
               read ProductFile next
                   at end move 'Y' to MasterEndOfFile
               end-read
           when WSMasterStudent
               read StudentMasterFile next
                   at end move 'Y' to MasterEndOfFile
               end-read
           when WSMasterOrder
               read OrderFile next
                   at end move 'Y' to MasterEndOfFile
               end-read
           when WSMasterVendor
               read VendorFile next
                   at end move 'Y' to MasterEndOfFile
               end-read
       end-evaluate.

4200-SELECT-ONE-RECORD. *>conditions are taken in groups - AND joins a
*>condition to the group before it, OR starts a new group, and the record is
*>selected when every condition of any one group holds
       add 1 to WSReadCount
       move 'N' to WSSelected
       move 'Y' to WSGroupTrue
       perform 4300-TEST-ONE-CONDITION
           varying WSIndex from 1 by 1 until WSIndex > WSCondCount
       if WSGroupTrue = 'Y'
           move 'Y' to WSSelected
       end-if
       if WSSelected = 'Y'
           perform 4400-BUILD-THE-LINES
           write ExtractWorkData
           add 1 to WSSelectCount
       end-if
       perform 4100-READ-THE-MASTER.

4300-TEST-ONE-CONDITION.
       if WSIndex > 1 and WSCondConnector(WSIndex) = "OR"
           if WSGroupTrue = 'Y'
               move 'Y' to WSSelected
           end-if
           move 'Y' to WSGroupTrue
       end-if
       if WSGroupTrue = 'N'
           exit paragraph
       end-if
       move WSCondField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       move 'N' to WSCondTrue
       if WSFieldType = 'N'
           evaluate WSCondOperator(WSIndex)
               when "EQ" if WSFieldNumber = WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "NE" if WSFieldNumber not = WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "GT" if WSFieldNumber > WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "GE" if WSFieldNumber >= WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "LT" if WSFieldNumber < WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "LE" if WSFieldNumber <= WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "SW" if WSFieldNumber = WSCondNumber(WSIndex)
                             move 'Y' to WSCondTrue end-if
           end-evaluate
       else
           move function upper-case(WSFieldAlpha) to WSFieldUpper
           evaluate WSCondOperator(WSIndex)
               when "EQ" if WSFieldUpper = WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "NE" if WSFieldUpper not = WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "GT" if WSFieldUpper > WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "GE" if WSFieldUpper >= WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "LT" if WSFieldUpper < WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "LE" if WSFieldUpper <= WSCondValue(WSIndex)
                             move 'Y' to WSCondTrue end-if
               when "SW"
                   if WSCondLength(WSIndex) = zero
                       move 'Y' to WSCondTrue
                   else
                       if WSFieldUpper(1:WSCondLength(WSIndex))
                           = WSCondValue(WSIndex)(1:WSCondLength(WSIndex))
                           move 'Y' to WSCondTrue
                       end-if
                   end-if
           end-evaluate
       end-if
       if WSCondTrue = 'N'
           move 'N' to WSGroupTrue
       end-if.

4400-BUILD-THE-LINES. *>the report columns, the CSV row and the sort keys for
*>one selected record
       move spaces to ExtractWorkData
       move WSSelectCount to XwSequence
       add 1 to XwSequence
       move 1 to WSLinePos
       move 1 to WSCsvPos
       perform 4410-ONE-OUTPUT-FIELD
           varying WSIndex from 1 by 1 until WSIndex > WSFieldCount
       perform 4450-ONE-SORT-KEY
           varying WSIndex from 1 by 1 until WSIndex > WSSortCount.

4410-ONE-OUTPUT-FIELD.
       move WSOutField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       if WSIndex > 1
           string "," delimited by size
               into XwCsvLine with pointer WSCsvPos
           end-string
       end-if
       if WSFieldType = 'N'
           if WSFieldDecimals = 2
               move WSFieldNumber to WSEditMoney
               move WSEditMoney to
                   XwReportLine(WSLinePos + WSOutWidth(WSIndex) - 10:10)
               string function trim(WSEditMoney) delimited by size
                   into XwCsvLine with pointer WSCsvPos
               end-string
           else
               move WSFieldNumber to WSEditWhole
               move WSEditWhole to
                   XwReportLine(WSLinePos + WSOutWidth(WSIndex) - 10:10)
               string function trim(WSEditWhole) delimited by size
                   into XwCsvLine with pointer WSCsvPos
               end-string
           end-if
       else
           move WSFieldAlpha to XwReportLine(WSLinePos:WSOutWidth(WSIndex))
           move zero to WSCommaCount
           inspect WSFieldAlpha tallying WSCommaCount for all ","
           if WSCommaCount > zero
               string '"' delimited by size
                   function trim(WSFieldAlpha) delimited by size
                   '"' delimited by size
                   into XwCsvLine with pointer WSCsvPos
               end-string
           else
               if WSFieldAlpha not = spaces
                   string function trim(WSFieldAlpha) delimited by size
                       into XwCsvLine with pointer WSCsvPos
                   end-string
               end-if
           end-if
       end-if
       compute WSLinePos = WSLinePos + WSOutWidth(WSIndex) + 2.

4450-ONE-SORT-KEY. *>numbers are offset past zero so a negative balance
*>still sorts below a positive one as plain characters
       move WSSortField(WSIndex) to WSFieldName
       perform 7000-GET-FIELD-VALUE
       if WSFieldType = 'N'
           compute WSSortNumber = WSFieldNumber + 1000000000
           move WSSortNumberText to WSFieldUpper
       else
           move function upper-case(WSFieldAlpha) to WSFieldUpper
       end-if
       if WSSortDirection(WSIndex) = 'D'
           move WSFieldUpper to XwKeyDesc(WSIndex)
       else
           move WSFieldUpper to XwKeyAsc(WSIndex)
       end-if.

4500-WRITE-THE-OUTPUT. *>the columnar report through RPTWRITE like every other
*>report, and the same rows as a CSV for the spreadsheet
       move spaces to WSReportName, WSCsvName
       string WSQueryName delimited by space
           ".rpt" delimited by size
           into WSReportName
       end-string
       string WSQueryName delimited by space
           ".csv" delimited by size
           into WSCsvName
       end-string
       set RwActionOpen to true
       move WSReportName to RwReportName
       move WSTitle to RwTitle
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move WSHeadLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move WSRuleLine to RwLine
       call "RPTWRITE" using RptWriteRequest
       open output CsvFile
       write CsvLine from WSCsvHead
       open input SortedExtractFile
       move 'N' to SortedEndOfFile
       read SortedExtractFile
           at end move 'Y' to SortedEndOfFile
       end-read
       perform 4600-WRITE-ONE-ROW until SortedEndOfFile = 'Y'
       close SortedExtractFile, CsvFile
       set RwActionClose to true
       move WSSelectCount to RwRecordCount
       move spaces to RwCountLabel
       string "records selected from " delimited by size
           WSMasterName delimited by space
           into RwCountLabel
       end-string
       call "RPTWRITE" using RptWriteRequest.

4600-WRITE-ONE-ROW.
       set RwActionDetail to true
       move XrReportLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       write CsvLine from XrCsvLine
       read SortedExtractFile
           at end move 'Y' to SortedEndOfFile
       end-read.

4900-CLOSE-THE-MASTER.
       evaluate true
           when WSMasterCustomer close CustomerFile
           when WSMasterProduct  close ProductFile
           when WSMasterStudent  close StudentMasterFile
           when WSMasterOrder    close OrderFile
           when WSMasterVendor   close VendorFile
       end-evaluate.

5000-LIST-QUERIES.
       open input QueryFile
       if not QueryFileOk
           display "ADHOCQRY.DAT not on file - no saved queries yet"
           close QueryFile
           go to 5000-EXIT
       end-if
       display "Query      Master        Title / fields"
       move 'N' to QueryEndOfFile
       perform 5100-LIST-ONE-LINE until QueryEndOfFile = 'Y'
       close QueryFile.
5000-EXIT.
       exit.

5100-LIST-ONE-LINE.
       read QueryFile next
           at end move 'Y' to QueryEndOfFile
           not at end
               move function upper-case(AqLineType) to AqLineType
               evaluate true
                   when AqMasterLine
                       display AqQuery " " AqName(1:12)
                   when AqTitleLine
                       display "           " "              title "
                           function trim(AqValue)
                   when AqFieldLine
                       display "           " "              field "
                           function trim(AqName)
                   when AqConditionLine
                       display "           " "              " AqConnector " "
                           function trim(AqName) " " AqOperator " "
                           function trim(AqValue)
                   when AqSortLine
                       display "           " "              sort "
                           function trim(AqName) " " AqOperator
               end-evaluate
       end-read.

5500-SHOW-RUN-LOG.
       open input RunLogFile
       if not RunLogFileOk
           display "No extract runs logged yet"
           close RunLogFile
           go to 5500-EXIT
       end-if
       display "When            Operator   Query      Master       "
           "    Read  Selected  Outcome"
       move zero to WSLogCount
       move 'N' to LogEndOfFile
       perform 5600-SHOW-ONE-RUN until LogEndOfFile = 'Y'
       close RunLogFile
       display WSLogCount " run(s) logged".
5500-EXIT.
       exit.

5600-SHOW-ONE-RUN.
       read RunLogFile next
           at end move 'Y' to LogEndOfFile
           not at end
               display RlTimestamp "  " RlOperator " " RlQuery " "
                   RlMaster " " RlRunType " " RlRead " " RlSelected "  "
                   function trim(RlOutcome)
               add 1 to WSLogCount
       end-read.

6000-LOG-THE-RUN. *>every run, refused or not, under the operator who asked
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:14) to RlTimestamp
       move WSOperator to RlOperator
       move WSQueryName to RlQuery
       move WSMasterName to RlMaster
       move WSRunType to RlRunType
       move WSReadCount to RlRead
       move WSSelectCount to RlSelected
       move WSOutcome to RlOutcome
       open extend RunLogFile
       if not RunLogFileOk
           open output RunLogFile
       end-if
       write RunLogData
       close RunLogFile.

7000-GET-FIELD-VALUE. *>the field dictionary - a name off the query, the
*>master's own data name, comes back as text or as a number. A field added
*>to a master copybook is one more WHEN in that master's paragraph
       move spaces to WSFieldAlpha
       move zero to WSFieldNumber, WSFieldDecimals, WSFieldLength
       move 'A' to WSFieldType
       evaluate true
           when WSMasterCustomer perform 7100-CUSTOMER-FIELD
           when WSMasterProduct  perform 7200-PRODUCT-FIELD
           when WSMasterStudent  perform 7300-STUDENT-FIELD
           when WSMasterOrder    perform 7400-ORDER-FIELD
           when WSMasterVendor   perform 7500-VENDOR-FIELD
           when other move 'U' to WSFieldType
       end-evaluate.

7100-CUSTOMER-FIELD.
       evaluate WSFieldName
           when "IDNUM"       move 'N' to WSFieldType
                              move IdNum to WSFieldNumber
           when "FIRSTNAME"   move FirstName to WSFieldAlpha
                              move length of FirstName to WSFieldLength
           when "LASTNAME"    move LastName to WSFieldAlpha
                              move length of LastName to WSFieldLength
           when "CUSTSTREET"  move CustStreet to WSFieldAlpha
                              move length of CustStreet to WSFieldLength
           when "CITY"        move City to WSFieldAlpha
                              move length of City to WSFieldLength
           when "STATE"       move State to WSFieldAlpha
                              move length of State to WSFieldLength
           when "ZIP"         move Zip to WSFieldAlpha
                              move length of Zip to WSFieldLength
           when "PHONE"       move Phone to WSFieldAlpha
                              move length of Phone to WSFieldLength
           when "EMAIL"       move Email to WSFieldAlpha
                              move length of Email to WSFieldLength
           when "CUSTSTATUS"  move CustStatus to WSFieldAlpha
                              move length of CustStatus to WSFieldLength
           when "CREDITLIMIT" move 'N' to WSFieldType
                              move CreditLimit to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "BALANCE"     move 'N' to WSFieldType
                              move Balance to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "CURRENCYCODE" move CurrencyCode to WSFieldAlpha
                              move length of CurrencyCode to WSFieldLength
           when "BILLINGCYCLE" move BillingCycle to WSFieldAlpha
                              move length of BillingCycle to WSFieldLength
           when "ABCCLASS"    move AbcClass to WSFieldAlpha
                              move length of AbcClass to WSFieldLength
           when "PARENTID"    move 'N' to WSFieldType
                              move ParentId to WSFieldNumber
           when "GROUPCREDITLIMIT" move 'N' to WSFieldType
                              move GroupCreditLimit to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "BILLATPARENT" move BillAtParent to WSFieldAlpha
                              move length of BillAtParent to WSFieldLength
           when "TERMSCODE"   move TermsCode to WSFieldAlpha
                              move length of TermsCode to WSFieldLength
           when other         move 'U' to WSFieldType
       end-evaluate.

7200-PRODUCT-FIELD. *>the size slots are offered as totals across the live
*>slots - on hand and on order for the product as a whole
       evaluate WSFieldName
           when "PMNAME"      move PMName to WSFieldAlpha
                              move length of PMName to WSFieldLength
           when "PMSIZECOUNT" move 'N' to WSFieldType
                              move PMSizeCount to WSFieldNumber
           when "PMSIZE"      move PMSize to WSFieldAlpha
                              move length of PMSize to WSFieldLength
           when "PMUNITPRICE" move 'N' to WSFieldType
                              move PMUnitPrice to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "PMQTYONHAND" move 'N' to WSFieldType
                              compute WSFieldNumber = PMQtyBySize(1)
                                  + PMQtyBySize(2) + PMQtyBySize(3)
                                  + PMQtyBySize(4) + PMQtyBySize(5)
                                  + PMQtyBySize(6) + PMQtyBySize(7)
                                  + PMQtyBySize(8)
           when "PMMINQTY"    move 'N' to WSFieldType
                              move PMMinQty to WSFieldNumber
           when "PMREORDERQTY" move 'N' to WSFieldType
                              move PMReorderQty to WSFieldNumber
           when "PMQTYONORDER" move 'N' to WSFieldType
                              compute WSFieldNumber = PMQtyOnOrder(1)
                                  + PMQtyOnOrder(2) + PMQtyOnOrder(3)
                                  + PMQtyOnOrder(4) + PMQtyOnOrder(5)
                                  + PMQtyOnOrder(6) + PMQtyOnOrder(7)
                                  + PMQtyOnOrder(8)
           when "PMBIN"       move PMBin to WSFieldAlpha
                              move length of PMBin to WSFieldLength
           when "PMUNITCOST"  move 'N' to WSFieldType
                              move PMUnitCost to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "PMWARRANTYMONTHS" move 'N' to WSFieldType
                              move PMWarrantyMonths to WSFieldNumber
           when "PMVENDORWARRANTY" move PMVendorWarranty to WSFieldAlpha
                              move length of PMVendorWarranty to WSFieldLength
           when "PMINSPECT"   move PMInspect to WSFieldAlpha
                              move length of PMInspect to WSFieldLength
           when other         move 'U' to WSFieldType
       end-evaluate.

7300-STUDENT-FIELD.
       evaluate WSFieldName
           when "SMIDNUM"     move 'N' to WSFieldType
                              move SmIDNum to WSFieldNumber
           when "SMSTUDNAME"  move SmStudName to WSFieldAlpha
                              move length of SmStudName to WSFieldLength
           when "SMGRADELEVEL" move 'N' to WSFieldType
                              move SmGradeLevel to WSFieldNumber
           when "SMGPA"       move 'N' to WSFieldType
                              move SmGPA to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "SMENROLLMENTDATE" move 'N' to WSFieldType
                              move SmEnrollmentDate to WSFieldNumber
           when "SMWEIGHTEDGPA" move 'N' to WSFieldType
                              move SmWeightedGPA to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "SMCLASSRANK" move 'N' to WSFieldType
                              move SmClassRank to WSFieldNumber
           when "SMCLASSSIZE" move 'N' to WSFieldType
                              move SmClassSize to WSFieldNumber
           when "SMDECILE"    move 'N' to WSFieldType
                              move SmDecile to WSFieldNumber
           when other         move 'U' to WSFieldType
       end-evaluate.

7400-ORDER-FIELD. *>headers and lines share ORDMAST.DAT - OrdLineNo EQ 0
*>selects headers only, GT 0 the lines
       evaluate WSFieldName
           when "ORDNUMBER"   move 'N' to WSFieldType
                              move OrdNumber to WSFieldNumber
           when "ORDLINENO"   move 'N' to WSFieldType
                              move OrdLineNo to WSFieldNumber
           when "ORDIDNUM"    move 'N' to WSFieldType
                              move OrdIdNum to WSFieldNumber
           when "ORDDATE"     move 'N' to WSFieldType
                              move OrdDate to WSFieldNumber
           when "ORDSTATUS"   move OrdStatus to WSFieldAlpha
                              move length of OrdStatus to WSFieldLength
           when "ORDPRODUCT"  move OrdProduct to WSFieldAlpha
                              move length of OrdProduct to WSFieldLength
           when "ORDSIZE"     move OrdSize to WSFieldAlpha
                              move length of OrdSize to WSFieldLength
           when "ORDQTY"      move 'N' to WSFieldType
                              move OrdQty to WSFieldNumber
           when "ORDUNITPRICE" move 'N' to WSFieldType
                              move OrdUnitPrice to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "ORDLINETOTAL" move 'N' to WSFieldType
                              move OrdLineTotal to WSFieldNumber
                              move 2 to WSFieldDecimals
           when "ORDSHIPTO"   move OrdShipTo to WSFieldAlpha
                              move length of OrdShipTo to WSFieldLength
           when "ORDCUSTPO"   move OrdCustPO to WSFieldAlpha
                              move length of OrdCustPO to WSFieldLength
           when "ORDREQUESTDATE" move 'N' to WSFieldType
                              move OrdRequestDate to WSFieldNumber
           when "ORDSHIPPEDQTY" move 'N' to WSFieldType
                              move OrdShippedQty to WSFieldNumber
           when "ORDBILLEDQTY" move 'N' to WSFieldType
                              move OrdBilledQty to WSFieldNumber
           when "ORDSALESREP" move OrdSalesRep to WSFieldAlpha
                              move length of OrdSalesRep to WSFieldLength
           when "ORDLOCATION" move OrdLocation to WSFieldAlpha
                              move length of OrdLocation to WSFieldLength
           when "ORDPROMISEDATE" move 'N' to WSFieldType
                              move OrdPromiseDate to WSFieldNumber
           when "ORDDROPSHIP" move OrdDropShip to WSFieldAlpha
                              move length of OrdDropShip to WSFieldLength
           when "ORDDROPPO"   move 'N' to WSFieldType
                              move OrdDropPO to WSFieldNumber
           when other         move 'U' to WSFieldType
       end-evaluate.

7500-VENDOR-FIELD. *>VnTaxId is left off on purpose - a TIN does not leave
*>the vendor master in a spreadsheet
       evaluate WSFieldName
           when "VNNUMBER"    move 'N' to WSFieldType
                              move VnNumber to WSFieldNumber
           when "VNNAME"      move VnName to WSFieldAlpha
                              move length of VnName to WSFieldLength
           when "VNSTREET"    move VnStreet to WSFieldAlpha
                              move length of VnStreet to WSFieldLength
           when "VNCITY"      move VnCity to WSFieldAlpha
                              move length of VnCity to WSFieldLength
           when "VNSTATE"     move VnState to WSFieldAlpha
                              move length of VnState to WSFieldLength
           when "VNZIP"       move VnZip to WSFieldAlpha
                              move length of VnZip to WSFieldLength
           when "VNTERMS"     move VnTerms to WSFieldAlpha
                              move length of VnTerms to WSFieldLength
           when "VNLEADDAYS"  move 'N' to WSFieldType
                              move VnLeadDays to WSFieldNumber
           when "VNTINTYPE"   move VnTinType to WSFieldAlpha
                              move length of VnTinType to WSFieldLength
           when "VN1099FLAG"  move Vn1099Flag to WSFieldAlpha
                              move length of Vn1099Flag to WSFieldLength
           when "VN1099BOX"   move Vn1099Box to WSFieldAlpha
                              move length of Vn1099Box to WSFieldLength
           when "VNINSPECT"   move VnInspect to WSFieldAlpha
                              move length of VnInspect to WSFieldLength
           when other         move 'U' to WSFieldType
       end-evaluate.
