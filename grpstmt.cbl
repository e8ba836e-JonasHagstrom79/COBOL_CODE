       >>source format free
identification division.
program-id. grpstmt.
environment division.
input-output section.
file-control.
       copy custfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select InvRegisterFile assign to "INVREG.DAT"
           organization is line sequential
           file status is InvRegisterFileStatus.
       select GroupWorkFile assign to "grpwork.tmp"
           organization is line sequential.
       select SortedGroupWork assign to "grpworkSort.tmp"
           organization is line sequential.
       select GroupSortWorkFile assign to "grpworksort.tmp".
data division.
file section.
fd CustomerFile.
       copy custrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd ArTranFile.
       copy artran.
fd InvRegisterFile.
       copy invreg.
fd GroupWorkFile.
01 GroupWorkData. *>one row per account in a corporate group
       02 GwGroup      pic 9(5).
       02 GwRole       pic x(1). *>1 = the parent, 2 = a branch
       02 GwIdNum      pic 9(5).
       02 GwName       pic x(15).
       02 GwEmail      pic x(30).
       02 GwBillAt     pic x(1).
       02 GwGroupLimit pic 9(7)v99.
       02 GwBalance    pic s9(7)v99.
       02 GwSales      pic s9(9)v99.
       02 GwCurrent    pic s9(9)v99.
       02 Gw30Day      pic s9(9)v99.
       02 Gw60Day      pic s9(9)v99.
       02 Gw90Day      pic s9(9)v99.
       02 GwDisputed   pic s9(9)v99.
fd SortedGroupWork.
01 SrtGroupWorkData.
       02 SrtGwGroup      pic 9(5).
       02 SrtGwRole       pic x(1).
       02 SrtGwIdNum      pic 9(5).
       02 SrtGwName       pic x(15).
       02 SrtGwEmail      pic x(30).
       02 SrtGwBillAt     pic x(1).
       02 SrtGwGroupLimit pic 9(7)v99.
       02 SrtGwBalance    pic s9(7)v99.
       02 SrtGwSales      pic s9(9)v99.
       02 SrtGwCurrent    pic s9(9)v99.
       02 SrtGw30Day      pic s9(9)v99.
       02 SrtGw60Day      pic s9(9)v99.
       02 SrtGw90Day      pic s9(9)v99.
       02 SrtGwDisputed   pic s9(9)v99.
SD GroupSortWorkFile.
01 WGroupWorkData.
       02 WGwGroup  pic 9(5).
       02 WGwRole   pic x(1).
       02 WGwIdNum  pic 9(5).
       02 filler    pic x(130).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 InvRegisterFileStatus pic x(2) value "00".
       88 InvRegisterFileOk value "00".
01 EndOfFileFlag pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8). *>YYYYMMDD the aging is computed against
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSParentCount pic 9(3) value zero.
01 WSParentTable. *>every account at the top of a group - named as a parent
*>by a branch, or carrying a group limit of its own
       02 WSParentId pic 9(5) occurs 500 times.
01 WSParentIndex pic 9(3) value zero.
01 WSIsParent pic x(1) value 'N'.
01 WSCheckParent pic 9(5) value zero.
01 WSMemberCount pic 9(4) value zero.
01 WSMemberTable. *>loaded in IdNum order off the customer file, so the AR and
*>register passes can find an account with a binary search
       02 WSMember occurs 1 to 2000 times depending on WSMemberCount
           ascending key is MbIdNum indexed by MbIx.
           03 MbIdNum      pic 9(5).
           03 MbGroup      pic 9(5).
           03 MbRole       pic x(1).
           03 MbName       pic x(15).
           03 MbEmail      pic x(30).
           03 MbBillAt     pic x(1).
           03 MbTermsCode  pic x(8).
           03 MbGroupLimit pic 9(7)v99.
           03 MbBalance    pic s9(7)v99.
           03 MbSales      pic s9(9)v99.
           03 MbCurrent    pic s9(9)v99.
           03 Mb30Day      pic s9(9)v99.
           03 Mb60Day      pic s9(9)v99.
           03 Mb90Day      pic s9(9)v99.
           03 MbDisputed   pic s9(9)v99.
01 WSMemberIndex pic 9(4) value zero.
01 WSTableFull pic x(1) value 'N'.
01 WSCurrentGroup pic 9(5) value zero.
01 WSGroupOpen pic x(1) value 'N'.
01 WSGroupCount pic 9(5) value zero.
01 WSBranchCount pic 9(5) value zero.
01 WSGroupLimit pic 9(7)v99 value zero.
01 WSGroupTotals.
       02 WSGrpBalance  pic s9(9)v99.
       02 WSGrpSales    pic s9(9)v99.
       02 WSGrpCurrent  pic s9(9)v99.
       02 WSGrp30Day    pic s9(9)v99.
       02 WSGrp60Day    pic s9(9)v99.
       02 WSGrp90Day    pic s9(9)v99.
       02 WSGrpDisputed pic s9(9)v99.
01 WSHeadroom pic s9(9)v99 value zero.
01 EditAmount pic -zz,zzz,zz9.99.
01 EditLimit pic zz,zzz,zz9.99.
01 EditHeadroom pic zz,zzz,zz9.99.
01 WSLimitPhrase pic x(40) value spaces.
01 WSStmtText pic x(132).
01 StmtHeading pic x(40) value "Corporate Group Statement - Aging".
01 StmtColHeads pic x(132) value
       "IdNum Name         Role       Sales MTD      Current       30-Day       60-Day      90-Day+     Disputed      Balance".
01 StmtDetailLine.
       02 PrnIdNum    pic 9(5).
       02 filler pic x value space.
       02 PrnName     pic x(12).
       02 filler pic x value space.
       02 PrnRole     pic x(8).
       02 PrnSales    pic z,zzz,zz9.99-.
       02 PrnCurrent  pic z,zzz,zz9.99-.
       02 Prn30Day    pic z,zzz,zz9.99-.
       02 Prn60Day    pic z,zzz,zz9.99-.
       02 Prn90Day    pic z,zzz,zz9.99-.
       02 PrnDisputed pic z,zzz,zz9.99-.
       02 PrnBalance  pic z,zzz,zz9.99-.
       copy rptwreq.
       copy docsreq.

procedure division.
0000-MAINLINE. *>the branches of one company each look fine on their own - this
*>puts every branch under its parent on one statement, aged the same way
*>CUSTSTMT ages a single account, with the group's total against the group
*>limit. Sales stay with the branch that made them; the receivable sits
*>wherever it was posted, on the parent for a branch that bills there
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open input CustomerFile
       if CustFileNotFound
           display "No customers on file yet"
           stop run
       end-if
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           stop run
       end-if
       move 'N' to EndOfFileFlag
       perform 1000-FIND-ONE-PARENT until EndOfFileFlag = 'Y'
       close CustomerFile
       if WSParentCount = zero
           display "No corporate groups on file - nothing to roll up"
           stop run
       end-if
       open input CustomerFile
       move zero to WSMemberCount
       move 'N' to EndOfFileFlag
       perform 1100-LOAD-ONE-MEMBER until EndOfFileFlag = 'Y'
       close CustomerFile
       if WSTableFull = 'Y'
           display "More than 2000 accounts in corporate groups - the rest"
               " are left off this run"
       end-if
       perform 2000-AGE-AR-TRANS
       perform 2500-ADD-MONTH-SALES
       perform 3000-WRITE-GROUP-WORK
       sort GroupSortWorkFile
           on ascending key WGwGroup, WGwRole, WGwIdNum
           using GroupWorkFile
           giving SortedGroupWork
       set RwActionOpen to true
       move "GRPSTMT.rpt" to RwReportName
       move StmtHeading to RwTitle
       call "RPTWRITE" using RptWriteRequest
       open input SortedGroupWork
       move 'N' to EndOfFileFlag
       move 'N' to WSGroupOpen
       perform 4000-PRINT-ONE-ACCOUNT until EndOfFileFlag = 'Y'
       close SortedGroupWork
       if WSGroupOpen = 'Y'
           perform 4500-END-GROUP
       end-if
       call "CBL_DELETE_FILE" using "grpwork.tmp"
       call "CBL_DELETE_FILE" using "grpworkSort.tmp"
       set RwActionClose to true
       move WSGroupCount to RwRecordCount
       move "corporate groups" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       display WSGroupCount " corporate group(s) rolled up on GRPSTMT.rpt"
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

1000-FIND-ONE-PARENT.
       read CustomerFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if ParentId not = zero
           move ParentId to WSCheckParent
           perform 1050-NOTE-PARENT
       end-if
       if ParentId = zero and GroupCreditLimit > zero
           move IdNum to WSCheckParent
           perform 1050-NOTE-PARENT
       end-if.

1050-NOTE-PARENT.
       move 'N' to WSIsParent
       perform 1060-MATCH-ONE-PARENT
           varying WSParentIndex from 1 by 1
           until WSParentIndex > WSParentCount
       if WSIsParent = 'N' and WSParentCount < 500
           add 1 to WSParentCount
           move WSCheckParent to WSParentId(WSParentCount)
       end-if.

1060-MATCH-ONE-PARENT.
       if WSParentId(WSParentIndex) = WSCheckParent
           move 'Y' to WSIsParent
       end-if.

1100-LOAD-ONE-MEMBER.
       read CustomerFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       move IdNum to WSCheckParent
       move 'N' to WSIsParent
       perform 1060-MATCH-ONE-PARENT
           varying WSParentIndex from 1 by 1
           until WSParentIndex > WSParentCount
       if ParentId = zero and WSIsParent = 'N'
           exit paragraph
       end-if
       if WSMemberCount >= 2000
           move 'Y' to WSTableFull
           exit paragraph
       end-if
       add 1 to WSMemberCount
       move IdNum to MbIdNum(WSMemberCount)
       if ParentId = zero
           move IdNum to MbGroup(WSMemberCount)
           move "1" to MbRole(WSMemberCount)
       else
           move ParentId to MbGroup(WSMemberCount)
           move "2" to MbRole(WSMemberCount)
       end-if
       move LastName to MbName(WSMemberCount)
       move Email to MbEmail(WSMemberCount)
       move BillAtParent to MbBillAt(WSMemberCount)
       move TermsCode to MbTermsCode(WSMemberCount)
       move GroupCreditLimit to MbGroupLimit(WSMemberCount)
       move Balance to MbBalance(WSMemberCount)
       move zero to MbSales(WSMemberCount), MbCurrent(WSMemberCount),
           Mb30Day(WSMemberCount), Mb60Day(WSMemberCount),
           Mb90Day(WSMemberCount), MbDisputed(WSMemberCount).

2000-AGE-AR-TRANS. *>the same buckets CUSTSTMT uses, days past due worked out
*>against the run date here rather than stored; deposits age with the rest
       open input ArTranFile
       if not ArTranFileOk
           close ArTranFile
           exit paragraph
       end-if
       move 'N' to EndOfFileFlag
       perform 2100-AGE-ONE-ROW until EndOfFileFlag = 'Y'
       close ArTranFile.

2100-AGE-ONE-ROW.
       read ArTranFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       search all WSMember
           at end exit paragraph
           when MbIdNum(MbIx) = AtIdNum
               continue
       end-search
       call "GETDUE" using AtInvoiceNum, AtTranDate, MbTermsCode(MbIx), WSDueDate
       call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
       evaluate true
           when AtDisputed
               add AtInvoiceAmt to MbDisputed(MbIx)
           when WSDaysPastDue <= 30
               add AtInvoiceAmt to MbCurrent(MbIx)
           when WSDaysPastDue <= 60
               add AtInvoiceAmt to Mb30Day(MbIx)
           when WSDaysPastDue <= 90
               add AtInvoiceAmt to Mb60Day(MbIx)
           when other
               add AtInvoiceAmt to Mb90Day(MbIx)
       end-evaluate.

2500-ADD-MONTH-SALES. *>goods invoiced this month under each account's own
*>number - a branch that bills at the parent still reports its own sales
       open input InvRegisterFile
       if not InvRegisterFileOk
           close InvRegisterFile
           exit paragraph
       end-if
       move 'N' to EndOfFileFlag
       perform 2600-ADD-ONE-INVOICE until EndOfFileFlag = 'Y'
       close InvRegisterFile.

2600-ADD-ONE-INVOICE.
       read InvRegisterFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if IrVoided or IrDate(1:6) not = WSRunDate(1:6)
           exit paragraph
       end-if
       search all WSMember
           at end exit paragraph
           when MbIdNum(MbIx) = IrIdNum
               add IrSubtotal to MbSales(MbIx)
       end-search.

3000-WRITE-GROUP-WORK.
       open output GroupWorkFile
       perform 3100-WRITE-ONE-MEMBER
           varying WSMemberIndex from 1 by 1
           until WSMemberIndex > WSMemberCount
       close GroupWorkFile.

3100-WRITE-ONE-MEMBER.
       move MbGroup(WSMemberIndex) to GwGroup
       move MbRole(WSMemberIndex) to GwRole
       move MbIdNum(WSMemberIndex) to GwIdNum
       move MbName(WSMemberIndex) to GwName
       move MbEmail(WSMemberIndex) to GwEmail
       move MbBillAt(WSMemberIndex) to GwBillAt
       move MbGroupLimit(WSMemberIndex) to GwGroupLimit
       move MbBalance(WSMemberIndex) to GwBalance
       move MbSales(WSMemberIndex) to GwSales
       move MbCurrent(WSMemberIndex) to GwCurrent
       move Mb30Day(WSMemberIndex) to Gw30Day
       move Mb60Day(WSMemberIndex) to Gw60Day
       move Mb90Day(WSMemberIndex) to Gw90Day
       move MbDisputed(WSMemberIndex) to GwDisputed
       write GroupWorkData.

4000-PRINT-ONE-ACCOUNT.
       read SortedGroupWork
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       if WSGroupOpen = 'Y' and SrtGwGroup not = WSCurrentGroup
           perform 4500-END-GROUP
       end-if
       if WSGroupOpen = 'N'
           perform 4100-START-GROUP
       end-if
       move spaces to StmtDetailLine
       move SrtGwIdNum to PrnIdNum
       move SrtGwName to PrnName
       evaluate true
           when SrtGwRole = "1" move "Parent" to PrnRole
           when SrtGwBillAt = "P" move "Branch*" to PrnRole
           when other move "Branch" to PrnRole
       end-evaluate
       move SrtGwSales to PrnSales
       move SrtGwCurrent to PrnCurrent
       move SrtGw30Day to Prn30Day
       move SrtGw60Day to Prn60Day
       move SrtGw90Day to Prn90Day
       move SrtGwDisputed to PrnDisputed
       move SrtGwBalance to PrnBalance
       move StmtDetailLine to WSStmtText
       perform 7900-PRINT-LINE
       if SrtGwRole = "2"
           add 1 to WSBranchCount
       end-if
       add SrtGwBalance to WSGrpBalance
       add SrtGwSales to WSGrpSales
       add SrtGwCurrent to WSGrpCurrent
       add SrtGw30Day to WSGrp30Day
       add SrtGw60Day to WSGrp60Day
       add SrtGw90Day to WSGrp90Day
       add SrtGwDisputed to WSGrpDisputed.

4100-START-GROUP. *>the parent sorts first in its group, so its address and
*>group limit head the statement; the parent gets its own copy by email when
*>it takes email, the same way CUSTSTMT sends a single account's
       move SrtGwGroup to WSCurrentGroup
       move 'Y' to WSGroupOpen
       add 1 to WSGroupCount
       move zero to WSBranchCount
       initialize WSGroupTotals
       move zero to WSGroupLimit
       if SrtGwRole = "1"
           move SrtGwGroupLimit to WSGroupLimit
       end-if
       set DsActionBegin to true
       move SrtGwGroup to DsIdNum
       set DsDocStatement to true
       move zero to DsDocNumber
       move WSRunDate to DsRunDate
       move spaces to DsCustEmail
       if SrtGwRole = "1"
           move SrtGwEmail to DsCustEmail
       end-if
       call "DOCSEND" using DocSendRequest
       if WSGroupCount > 1
           set RwActionNewPage to true
           call "RPTWRITE" using RptWriteRequest
       end-if
       move spaces to WSStmtText
       move WSGroupLimit to EditLimit
       string "Corporate group " delimited by size
           SrtGwGroup delimited by size
           "  " delimited by size
           SrtGwName delimited by size
           "  group credit limit " delimited by size
           EditLimit delimited by size
           into WSStmtText
       end-string
       perform 7900-PRINT-LINE
       move spaces to WSStmtText
       perform 7900-PRINT-LINE
       move StmtColHeads to WSStmtText
       perform 7900-PRINT-LINE.

4500-END-GROUP.
       move spaces to StmtDetailLine
       move "Group total" to PrnName
       move WSGrpSales to PrnSales
       move WSGrpCurrent to PrnCurrent
       move WSGrp30Day to Prn30Day
       move WSGrp60Day to Prn60Day
       move WSGrp90Day to Prn90Day
       move WSGrpDisputed to PrnDisputed
       move WSGrpBalance to PrnBalance
       move spaces to WSStmtText
       perform 7900-PRINT-LINE
       move StmtDetailLine to WSStmtText
       perform 7900-PRINT-LINE
       move spaces to WSStmtText
       move WSGrpBalance to EditAmount
       if WSGroupLimit = zero
           string WSBranchCount delimited by size
               " branch(es) - the group owes " delimited by size
               EditAmount delimited by size
               " with no group limit set" delimited by size
               into WSStmtText
           end-string
       else
           compute WSHeadroom = WSGroupLimit - WSGrpBalance
           if WSHeadroom < zero
               move " - OVER THE GROUP LIMIT BY" to WSLimitPhrase
               compute EditHeadroom = zero - WSHeadroom
           else
               move " - headroom under the group limit" to WSLimitPhrase
               move WSHeadroom to EditHeadroom
           end-if
           string WSBranchCount delimited by size
               " branch(es) - the group owes " delimited by size
               EditAmount delimited by size
               function trim(WSLimitPhrase trailing) delimited by size
               " " delimited by size
               EditHeadroom delimited by size
               into WSStmtText
           end-string
       end-if
       perform 7900-PRINT-LINE
       move "* billed and collected at the parent" to WSStmtText
       perform 7900-PRINT-LINE
       set DsActionEnd to true
       call "DOCSEND" using DocSendRequest
       move 'N' to WSGroupOpen.

7900-PRINT-LINE. *>every line of the group goes to the report, and to the
*>parent's own copy when it takes email
       set RwActionDetail to true
       move 1 to RwAdvance
       move WSStmtText to RwLine
       call "RPTWRITE" using RptWriteRequest
       if DsEmailed = 'Y'
           set DsActionLine to true
           move WSStmtText to DsLine
           call "DOCSEND" using DocSendRequest
       end-if.
