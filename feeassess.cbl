           access is sequential.
       select AssessRegister assign to "FEEASSESS.rpt"
           organization is line sequential.
       select FeeAwardFile assign to "FEEAWARD.DAT"
           organization is line sequential
           file status is FeeAwardStatus.
       select NewFeeAwardFile assign to "feeaward.tmp"
           organization is line sequential.
       select AwardApplFile assign to "FEEAWAPPL.DAT"
           organization is line sequential
           file status is AwardApplStatus.
       select SortedAwardFile assign to "awardSort.tmp"
           organization is line sequential.
       select AwardSortWorkFile assign to "awardsort.tmp".
       select FeeStmtReport assign to "FEESTMT.rpt"
           organization is line sequential.
       select AwardReport assign to "FEEAWARD.rpt"
           organization is line sequential.
data division.
file section.
fd StudentMasterFile.
       copy custaud.
fd AssessRegister.
01 PrintLine pic x(90).
fd FeeAwardFile.
01 FeeAwardData. *>the aid the office grants - a scholarship, a sibling
*>discount, a hardship or staff-child waiver, for one student or for every
*>student on a family account, from an effective term until it is ended
       02 AwNumber       pic 9(5).
       02 AwIDNum        pic 9(5). *>the student, zero = the family award
       02 AwFamily       pic 9(5). *>the family account on a family award
       02 AwType         pic x(1).
           88 AwScholarship value "S".
           88 AwSibling     value "B".
           88 AwHardship    value "H".
           88 AwStaffChild  value "T".
           88 AwTypeValid   values "S" "B" "H" "T".
       02 AwBasis        pic x(1).
           88 AwPercentOff value "P".
           88 AwFixedOff   value "F".
       02 AwPercent      pic 9(3)v99. *>of the gross term fees
       02 AwAmount       pic 9(5)v99. *>off each term's fees
       02 AwFromTerm     pic x(6). *>first term it applies to, e.g. 2026S1
       02 AwToTerm       pic x(6). *>last term, spaces = until ended
       02 AwApprover     pic x(10).
       02 AwApprovedDate pic 9(8).
       02 AwNote         pic x(20).
fd NewFeeAwardFile.
01 NewFeeAwardLine pic x(79).
fd AwardApplFile.
01 AwardApplData. *>one row per award actually taken off a term's fees - the
*>cost of the aid program, term by term
       02 AaTerm   pic x(6).
       02 AaIDNum  pic 9(5).
       02 AaFamily pic 9(5).
       02 AaNumber pic 9(5).
       02 AaType   pic x(1).
       02 AaAmount pic 9(7)v99.
       02 AaDate   pic 9(8).
fd SortedAwardFile.
01 SrtAwardData.
       02 SrtAaTerm   pic x(6).
       02 SrtAaIDNum  pic 9(5).
       02 SrtAaFamily pic 9(5).
       02 SrtAaNumber pic 9(5).
       02 SrtAaType   pic x(1).
       02 SrtAaAmount pic 9(7)v99.
       02 SrtAaDate   pic 9(8).
SD AwardSortWorkFile.
01 WAwardData.
       02 WAaTerm   pic x(6).
       02 WAaIDNum  pic 9(5).
       02 WAaFamily pic 9(5).
       02 WAaNumber pic 9(5).
       02 WAaType   pic x(1).
       02 WAaAmount pic 9(7)v99.
       02 WAaDate   pic 9(8).
fd FeeStmtReport.
01 StmtPrintLine pic x(80).
fd AwardReport.
01 AwardPrintLine pic x(80).

working-storage section.
*>every master-file change also lands on the MSTJRNL.DAT journal - FWDREC
       88 FeeDoneOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 FeeAwardStatus pic x(2) value "00".
       88 FeeAwardOk value "00".
01 AwardApplStatus pic x(2) value "00".
       88 AwardApplOk value "00".
01 AwardEndOfFile pic x(1) value 'N'.
01 ApplEndOfFile pic x(1) value 'N'.
01 StudentEndOfFile pic x(1) value 'N'.
01 FeeEndOfFile pic x(1) value 'N'.
01 FamEndOfFile pic x(1) value 'N'.
01 DoneEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>F=add a fee row, L=list fees, M=map family account,
                     *>W=add an award, V=list awards, E=end an award,
                     *>A=assess a term, R=term awards report, X=exit
01 WSOperator pic x(10) value spaces.
01 WSAssessTerm pic x(6).
01 WSStudentID pic 9(5).
01 WSReplacedRow pic x(1) value 'N'.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
01 WSAwardNumber pic 9(5) value zero.
01 WSAwardFound pic x(1) value 'N'.
01 WSEndTerm pic x(6).
01 WSAwardCount pic 9(2) value zero.
01 WSAwardIndex pic 9(2) value zero.
01 WSAwardTable. *>the awards taken off the student being assessed
       02 WSAwardEntry occurs 10 times.
           03 WSAwNumber pic 9(5).
           03 WSAwType   pic x(1).
           03 WSAwAmount pic 9(7)v99.
01 WSAwardAmount pic 9(7)v99.
01 WSAwardTotal pic 9(7)v99 value zero.
01 WSNetTotal pic 9(7)v99 value zero.
01 WSAwardedTotal pic 9(9)v99 value zero.
01 WSNetBilledTotal pic 9(9)v99 value zero.
01 WSAwardName pic x(12).
01 WSFeeCount pic 9(2) value zero.
01 WSFeeIndex pic 9(2) value zero.
01 WSFeeTable. *>the schedule rows behind the gross, for the statement
       02 WSFeeEntry occurs 20 times.
           03 WSFeeDescription pic x(20).
           03 WSFeeAmount      pic 9(5)v99.
01 WSFamName pic x(31).
01 WSFamStreet pic x(25).
01 WSFamCityLine pic x(40).
01 WSReportTerm pic x(6).
01 WSPrevType pic x(1).
01 WSTypeCount pic 9(4) value zero.
01 WSTypeTotal pic 9(9)v99 value zero.
01 WSTermCount pic 9(5) value zero.
01 WSTermTotal pic 9(9)v99 value zero.
01 WSWorkLine pic x(80).
01 RegAwardLine.
       02 filler pic x(10) value space.
       02 filler pic x(5) value "less ".
       02 PrnAwardName pic x(12).
       02 filler pic x(7) value " award ".
       02 PrnAwardNumber pic 9(5).
       02 filler pic x(2) value space.
       02 PrnAwardAmount pic zz,zz9.99-.
01 RegNetLine.
       02 filler pic x(10) value space.
       02 filler pic x(24) value "net billed to the family".
       02 filler pic x(2) value space.
       02 PrnNetAmount pic zz,zz9.99.
01 StmtAmountLine.
       02 filler pic x(4) value space.
       02 StText pic x(40).
       02 StAmount pic zz,zzz,zz9.99-.
01 AwardHeading pic x(70) value
       "Student Fee Awards by Type - the cost of the aid program".
01 AwardDetailLine.
       02 filler pic x(4) value space.
       02 filler pic x(8) value "student ".
       02 PrnAwStudent pic 9(5).
       02 filler pic x(9) value "  family ".
       02 PrnAwFamily pic 9(5).
       02 filler pic x(8) value "  award ".
       02 PrnAwNumber pic 9(5).
       02 filler pic x(2) value space.
       02 PrnAwAmount pic z,zzz,zz9.99.
01 RegHeading pic x(70) value
       "Student Fee Assessment Register".
01 RegDetailLine.
1000-MENU.
       display " "
       display "Fees - F-Add fee row  L-List fees  M-Map family account"
           "  W-Add award  V-List awards  E-End award"
       display "       A-Assess a term  R-Term awards report  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'F' perform 2000-ADD-FEE-ROW thru 2000-EXIT
           when 'L' perform 2500-LIST-FEES thru 2500-EXIT
           when 'M' perform 3000-MAP-FAMILY thru 3000-EXIT
           when 'W' perform 3500-ADD-AWARD thru 3500-EXIT
           when 'V' perform 3600-LIST-AWARDS thru 3600-EXIT
           when 'E' perform 3700-END-AWARD thru 3700-EXIT
           when 'A' perform 5000-ASSESS-A-TERM thru 5000-EXIT
           when 'R' perform 4000-AWARDS-REPORT thru 4000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.
               end-if
       end-read.

3500-ADD-AWARD. *>nothing goes on the file without the name of whoever approved
*>it - the board asks, every budget cycle
       initialize FeeAwardData
       display "Student IDNum (0 = award to the whole family) : "
           with no advancing
       accept AwIDNum
       if AwIDNum = zero
           display "Family customer IdNum : " with no advancing
           accept AwFamily
           move AwFamily to WSFamilyCust
           open input CustomerFile
           if not CustFileOk
               display "No customers on file yet - rejected"
               close CustomerFile
               go to 3500-EXIT
           end-if
           move WSFamilyCust to IdNum
           read CustomerFile
               key is IdNum
               invalid key
                   display "Customer " WSFamilyCust " not on file - rejected"
                   close CustomerFile
                   go to 3500-EXIT
           end-read
           close CustomerFile
       else
           move AwIDNum to WSStudentID
           open input StudentMasterFile
           if not StudentMasterOk
               display "STUDMAST.DAT not found - rejected"
               close StudentMasterFile
               go to 3500-EXIT
           end-if
           move WSStudentID to SmIDNum
           read StudentMasterFile
               key is SmIDNum
               invalid key
                   display "Student " WSStudentID " not on the master - rejected"
                   close StudentMasterFile
                   go to 3500-EXIT
           end-read
           close StudentMasterFile
           move zero to AwFamily
       end-if
       display "Type - S-Scholarship  B-Sibling  H-Hardship  T-Staff child : "
           with no advancing
       accept AwType
       move function upper-case(AwType) to AwType
       if not AwTypeValid
           display "Award type must be S, B, H or T - rejected"
           go to 3500-EXIT
       end-if
       display "P-Percentage off or F-Fixed amount off : " with no advancing
       accept AwBasis
       move function upper-case(AwBasis) to AwBasis
       evaluate true
           when AwPercentOff
               display "Percentage of the term fees : " with no advancing
               accept AwPercent
               if AwPercent = zero or AwPercent > 100
                   display "Percentage must be above 0 and at most 100 - rejected"
                   go to 3500-EXIT
               end-if
           when AwFixedOff
               display "Amount off each term : " with no advancing
               accept AwAmount
               if AwAmount = zero
                   display "A zero award takes nothing off - rejected"
                   go to 3500-EXIT
               end-if
           when other
               display "Basis must be P or F - rejected"
               go to 3500-EXIT
       end-evaluate
       display "First term it applies to (e.g. 2026S1) : " with no advancing
       accept AwFromTerm
       move function upper-case(AwFromTerm) to AwFromTerm
       display "Last term (blank = until ended) : " with no advancing
       accept AwToTerm
       move function upper-case(AwToTerm) to AwToTerm
       display "Approved by : " with no advancing
       accept AwApprover
       display "Note : " with no advancing
       accept AwNote
       if AwFromTerm = spaces or AwApprover = spaces
           display "An effective term and an approver are required - rejected"
           go to 3500-EXIT
       end-if
       if AwToTerm not = spaces and AwToTerm < AwFromTerm
           display "Last term falls before the first - rejected"
           go to 3500-EXIT
       end-if
       move WSRunDate to AwApprovedDate
       move FeeAwardData to NewFeeAwardLine
       move zero to WSAwardNumber
       open input FeeAwardFile
       if FeeAwardOk
           move 'N' to AwardEndOfFile
           perform 3550-HIGHEST-AWARD until AwardEndOfFile = 'Y'
       end-if
       close FeeAwardFile
       move NewFeeAwardLine to FeeAwardData
       add 1 to WSAwardNumber
       move WSAwardNumber to AwNumber
       open extend FeeAwardFile
       if not FeeAwardOk
           open output FeeAwardFile
       end-if
       write FeeAwardData
       close FeeAwardFile
       display "Award " WSAwardNumber " added".
3500-EXIT.
       continue.

3550-HIGHEST-AWARD.
       read FeeAwardFile next
           at end move 'Y' to AwardEndOfFile
           not at end
               if AwNumber > WSAwardNumber
                   move AwNumber to WSAwardNumber
               end-if
       end-read.

3600-LIST-AWARDS.
       display "Student IDNum (0 = every award) : " with no advancing
       accept WSStudentID
       open input FeeAwardFile
       if not FeeAwardOk
           display "No awards on file yet"
           close FeeAwardFile
           go to 3600-EXIT
       end-if
       move zero to WSRowCount
       move 'N' to AwardEndOfFile
       perform 3650-LIST-ONE-AWARD until AwardEndOfFile = 'Y'
       close FeeAwardFile
       display WSRowCount " award(s) listed".
3600-EXIT.
       continue.

3650-LIST-ONE-AWARD.
       read FeeAwardFile next
           at end move 'Y' to AwardEndOfFile
           not at end
               if WSStudentID = zero or AwIDNum = WSStudentID
                   perform 6600-NAME-THE-AWARD
                   display "  " AwNumber "  " WSAwardName "  student " AwIDNum
                       "  family " AwFamily "  " AwBasis " " AwPercent "% / "
                       AwAmount "  " AwFromTerm "-" AwToTerm "  by "
                       AwApprover
                   add 1 to WSRowCount
               end-if
       end-read.

3700-END-AWARD. *>an award stops with a last term, it never vanishes - the terms
*>it already paid for stay explained
       display "Award number to end : " with no advancing
       accept WSAwardNumber
       display "Last term it applies to : " with no advancing
       accept WSEndTerm
       move function upper-case(WSEndTerm) to WSEndTerm
       open input FeeAwardFile
       if not FeeAwardOk
           display "No awards on file yet"
           close FeeAwardFile
           go to 3700-EXIT
       end-if
       open output NewFeeAwardFile
       move 'N' to WSAwardFound
       move 'N' to AwardEndOfFile
       perform 3750-COPY-ONE-AWARD until AwardEndOfFile = 'Y'
       close FeeAwardFile, NewFeeAwardFile
       if WSAwardFound not = 'Y'
           display "Award " WSAwardNumber " not found"
           call "CBL_DELETE_FILE" using "feeaward.tmp"
           go to 3700-EXIT
       end-if
       call "CBL_COPY_FILE" using "feeaward.tmp", "FEEAWARD.DAT", WSCopyFlags
           returning WSCopyReturnCode
       call "CBL_DELETE_FILE" using "feeaward.tmp"
       display "Award " WSAwardNumber " ends after term " WSEndTerm.
3700-EXIT.
       continue.

3750-COPY-ONE-AWARD.
       read FeeAwardFile next
           at end move 'Y' to AwardEndOfFile
           not at end
               if AwNumber = WSAwardNumber
                   move WSEndTerm to AwToTerm
                   move 'Y' to WSAwardFound
               end-if
               write NewFeeAwardLine from FeeAwardData
       end-read.

4000-AWARDS-REPORT. *>one term's awards by type, with the totals the board asks
*>for every budget cycle
       display "Term to report (e.g. 2026S1) : " with no advancing
       accept WSReportTerm
       move function upper-case(WSReportTerm) to WSReportTerm
       open input AwardApplFile
       if not AwardApplOk
           display "No awards have been applied yet"
           close AwardApplFile
           go to 4000-EXIT
       end-if
       close AwardApplFile
       sort AwardSortWorkFile on ascending key WAaType, WAaIDNum, WAaNumber
           using AwardApplFile
           giving SortedAwardFile
       open input SortedAwardFile
       open output AwardReport
       write AwardPrintLine from AwardHeading after advancing page
       move spaces to WSWorkLine
       string "Term " delimited by size
           WSReportTerm delimited by size
           into WSWorkLine
       end-string
       write AwardPrintLine from WSWorkLine after advancing 1 line
       move space to WSPrevType
       move zero to WSTypeCount, WSTypeTotal, WSTermCount, WSTermTotal
       move 'N' to ApplEndOfFile
       perform 4100-REPORT-ONE-AWARD until ApplEndOfFile = 'Y'
       if WSPrevType not = space
           perform 4200-TYPE-TOTAL
       end-if
       move spaces to WSWorkLine
       string "Total aid for the term : " delimited by size
           WSTermCount delimited by size
           " awards, " delimited by size
           WSTermTotal delimited by size
           into WSWorkLine
       end-string
       write AwardPrintLine from WSWorkLine after advancing 2 lines
       close SortedAwardFile, AwardReport
       call "CBL_DELETE_FILE" using "awardSort.tmp"
       call "CBL_DELETE_FILE" using "awardsort.tmp"
       display "Term awards report written to FEEAWARD.rpt - " WSTermCount
           " awards, " WSTermTotal.
4000-EXIT.
       continue.

4100-REPORT-ONE-AWARD.
       read SortedAwardFile
           at end
               move 'Y' to ApplEndOfFile
               exit paragraph
       end-read
       if SrtAaTerm not = WSReportTerm
           exit paragraph
       end-if
       if SrtAaType not = WSPrevType
           if WSPrevType not = space
               perform 4200-TYPE-TOTAL
           end-if
           move SrtAaType to WSPrevType, AwType
           perform 6600-NAME-THE-AWARD
           move spaces to WSWorkLine
           string WSAwardName delimited by size
               into WSWorkLine
           end-string
           write AwardPrintLine from WSWorkLine after advancing 2 lines
       end-if
       move SrtAaIDNum to PrnAwStudent
       move SrtAaFamily to PrnAwFamily
       move SrtAaNumber to PrnAwNumber
       move SrtAaAmount to PrnAwAmount
       write AwardPrintLine from AwardDetailLine after advancing 1 line
       add 1 to WSTypeCount, WSTermCount
       add SrtAaAmount to WSTypeTotal, WSTermTotal.

4200-TYPE-TOTAL.
       move spaces to WSWorkLine
       string "    " delimited by size
           WSTypeCount delimited by size
           " awards, total " delimited by size
           WSTypeTotal delimited by size
           into WSWorkLine
       end-string
       write AwardPrintLine from WSWorkLine after advancing 1 line
       move zero to WSTypeCount, WSTypeTotal.

5000-ASSESS-A-TERM. *>the run itself - every student's grade-level fees as one
*>IN row on the family account, once per term, never into a closed AR period
       display "Term to assess (e.g. 2026S1) : " with no advancing
           close StudentMasterFile
           go to 5000-EXIT
       end-if
       open output AssessRegister, FeeStmtReport
       write PrintLine from RegHeading after advancing page
       move spaces to PrintLine
       write PrintLine after advancing 1 line
       move zero to WSAssessedCount, WSSkippedCount, WSAssessedTotal
       move zero to WSAwardedTotal, WSNetBilledTotal
       move 'N' to StudentEndOfFile
       read StudentMasterFile next
           at end move 'Y' to StudentEndOfFile
           WSAssessedCount delimited by size
           "   skipped : " delimited by size
           WSSkippedCount delimited by size
           "   gross fees : " delimited by size
           WSAssessedTotal delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 2 lines
       move spaces to RegCountLine
       string "Awards : " delimited by size
           WSAwardedTotal delimited by size
           "   net billed : " delimited by size
           WSNetBilledTotal delimited by size
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 1 line
       close StudentMasterFile, AssessRegister, FeeStmtReport
       display "Fee assessment register written to FEEASSESS.rpt, family"
           " statements to FEESTMT.rpt".
5000-EXIT.
       continue.

       if WSFeeTotal = zero
           go to 6000-EXIT
       end-if
       perform 6500-FIND-THE-AWARDS
       perform 6400-POST-THE-FEES thru 6400-EXIT.
6000-EXIT.
       read StudentMasterFile next
       end-read.

6300-SUM-THE-FEES.
       move zero to WSFeeTotal, WSFeeCount
       open input FeeSchedFile
       if not FeeSchedOk
           close FeeSchedFile
           not at end
               if FsGradeLevel = SmGradeLevel
                   add FsAmount to WSFeeTotal
                   if WSFeeCount < 20
                       add 1 to WSFeeCount
                       move FsDescription to WSFeeDescription(WSFeeCount)
                       move FsAmount to WSFeeAmount(WSFeeCount)
                   end-if
               end-if
       end-read.

6400-POST-THE-FEES. *>the CASHRCPT conventions - balance moved with an audit
*>record, the IN row behind it for the aging and the dunning run. The IN row
*>carries the gross fees and each award follows as its own AW row, so the
*>account shows what the term cost and what the aid took off it
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use - student " WSStudentID
               go to 6400-EXIT
       end-read
       move CustomerData to WSBeforeImage
       compute WSNetTotal = WSFeeTotal - WSAwardTotal
       add WSNetTotal to Balance
       rewrite CustomerData
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       move CustomerData to WSAfterImage
       move spaces to WSFamName
       string function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into WSFamName
       end-string
       move CustStreet to WSFamStreet
       move spaces to WSFamCityLine
       string function trim(City) delimited by size
           ", " delimited by size
           State delimited by size
           " " delimited by size
           Zip delimited by size
           into WSFamCityLine
       end-string
       close CustomerFile
       perform 7000-WRITE-AUDIT-CHANGE
       move WSFamilyCust to AtIdNum
           open output ArTranFile
       end-if
       write ArTranData
       perform 6450-POST-ONE-AWARD
           varying WSAwardIndex from 1 by 1 until WSAwardIndex > WSAwardCount
       close ArTranFile
       move WSAssessTerm to FdTerm
       move WSStudentID to FdIDNum
       move WSFeeTotal to PrnAmount
       move spaces to PrnMarker
       write PrintLine from RegDetailLine after advancing 1 line
       if WSAwardCount > zero
           perform 6460-REGISTER-ONE-AWARD
               varying WSAwardIndex from 1 by 1
               until WSAwardIndex > WSAwardCount
           move WSNetTotal to PrnNetAmount
           write PrintLine from RegNetLine after advancing 1 line
       end-if
       perform 6700-PRINT-FAMILY-STATEMENT
       add 1 to WSAssessedCount
       add WSFeeTotal to WSAssessedTotal
       add WSAwardTotal to WSAwardedTotal
       add WSNetTotal to WSNetBilledTotal.
6400-EXIT.
       exit.

6450-POST-ONE-AWARD. *>the AR row for the family account, and the history row
*>the term awards report totals
       move WSFamilyCust to AtIdNum
       compute AtInvoiceAmt = zero - WSAwAmount(WSAwardIndex)
       move WSRunDate to AtTranDate
       set AtTranAward to true
       move zero to AtInvoiceNum
       move space to AtDispute
       move spaces to AtDisputeReason
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       write ArTranData
       move WSAssessTerm to AaTerm
       move WSStudentID to AaIDNum
       move WSFamilyCust to AaFamily
       move WSAwNumber(WSAwardIndex) to AaNumber
       move WSAwType(WSAwardIndex) to AaType
       move WSAwAmount(WSAwardIndex) to AaAmount
       move WSRunDate to AaDate
       open extend AwardApplFile
       if not AwardApplOk
           open output AwardApplFile
       end-if
       write AwardApplData
       close AwardApplFile.

6460-REGISTER-ONE-AWARD.
       move WSAwType(WSAwardIndex) to AwType
       perform 6600-NAME-THE-AWARD
       move WSAwardName to PrnAwardName
       move WSAwNumber(WSAwardIndex) to PrnAwardNumber
       compute PrnAwardAmount = zero - WSAwAmount(WSAwardIndex)
       write PrintLine from RegAwardLine after advancing 1 line.

6500-FIND-THE-AWARDS. *>the student's own awards and the family's, each worked
*>off the gross - together they can bring the term to zero but never below it
       move zero to WSAwardCount, WSAwardTotal
       open input FeeAwardFile
       if not FeeAwardOk
           close FeeAwardFile
           exit paragraph
       end-if
       move 'N' to AwardEndOfFile
       perform 6550-MATCH-ONE-AWARD until AwardEndOfFile = 'Y'
       close FeeAwardFile.

6550-MATCH-ONE-AWARD.
       read FeeAwardFile next
           at end
               move 'Y' to AwardEndOfFile
               exit paragraph
       end-read
       if AwIDNum not = WSStudentID
          and not (AwIDNum = zero and AwFamily = WSFamilyCust)
           exit paragraph
       end-if
       if AwFromTerm > WSAssessTerm
           exit paragraph
       end-if
       if AwToTerm not = spaces and AwToTerm < WSAssessTerm
           exit paragraph
       end-if
       if WSAwardCount >= 10
           display "Student " WSStudentID " has more than 10 awards - award "
               AwNumber " not applied"
           exit paragraph
       end-if
       if AwPercentOff
           compute WSAwardAmount rounded = WSFeeTotal * AwPercent / 100
       else
           move AwAmount to WSAwardAmount
       end-if
       if WSAwardTotal + WSAwardAmount > WSFeeTotal
           compute WSAwardAmount = WSFeeTotal - WSAwardTotal
       end-if
       if WSAwardAmount = zero
           exit paragraph
       end-if
       add 1 to WSAwardCount
       move AwNumber to WSAwNumber(WSAwardCount)
       move AwType to WSAwType(WSAwardCount)
       move WSAwardAmount to WSAwAmount(WSAwardCount)
       add WSAwardAmount to WSAwardTotal.

6600-NAME-THE-AWARD.
       evaluate true
           when AwScholarship move "SCHOLARSHIP" to WSAwardName
           when AwSibling     move "SIBLING" to WSAwardName
           when AwHardship    move "HARDSHIP" to WSAwardName
           when AwStaffChild  move "STAFF CHILD" to WSAwardName
           when other         move "OTHER" to WSAwardName
       end-evaluate.

6700-PRINT-FAMILY-STATEMENT. *>what the family is asked to pay and why - each
*>fee on the schedule, the gross, every award by name, and the amount due
       move spaces to WSWorkLine
       string "FEE STATEMENT - term " delimited by size
           WSAssessTerm delimited by size
           " - dated " delimited by size
           WSRunDate delimited by size
           into WSWorkLine
       end-string
       write StmtPrintLine from WSWorkLine after advancing page
       move spaces to StmtPrintLine
       write StmtPrintLine after advancing 1 line
       write StmtPrintLine from WSFamName after advancing 1 line
       write StmtPrintLine from WSFamStreet after advancing 1 line
       write StmtPrintLine from WSFamCityLine after advancing 1 line
       move spaces to WSWorkLine
       string "Family account " delimited by size
           WSFamilyCust delimited by size
           "   student " delimited by size
           WSStudentID delimited by size
           " " delimited by size
           SmStudName delimited by size
           into WSWorkLine
       end-string
       write StmtPrintLine from WSWorkLine after advancing 2 lines
       move spaces to StmtPrintLine
       write StmtPrintLine after advancing 1 line
       perform 6750-STATEMENT-ONE-FEE
           varying WSFeeIndex from 1 by 1 until WSFeeIndex > WSFeeCount
       move "Gross fees" to StText
       move WSFeeTotal to StAmount
       write StmtPrintLine from StmtAmountLine after advancing 2 lines
       perform 6760-STATEMENT-ONE-AWARD
           varying WSAwardIndex from 1 by 1 until WSAwardIndex > WSAwardCount
       move "Amount due" to StText
       move WSNetTotal to StAmount
       write StmtPrintLine from StmtAmountLine after advancing 2 lines.

6750-STATEMENT-ONE-FEE.
       move WSFeeDescription(WSFeeIndex) to StText
       move WSFeeAmount(WSFeeIndex) to StAmount
       write StmtPrintLine from StmtAmountLine after advancing 1 line.

6760-STATEMENT-ONE-AWARD.
       move WSAwType(WSAwardIndex) to AwType
       perform 6600-NAME-THE-AWARD
       move spaces to StText
       string "Less " delimited by size
           function trim(WSAwardName) delimited by size
           " award " delimited by size
           WSAwNumber(WSAwardIndex) delimited by size
           into StText
       end-string
       compute StAmount = zero - WSAwAmount(WSAwardIndex)
       write StmtPrintLine from StmtAmountLine after advancing 1 line.

7000-WRITE-AUDIT-CHANGE.
       move function current-date to AudTimestamp
       move WSOperator to AudOperator
