       >>source format free
identification division.
program-id. escheat.
environment division.
input-output section.
file-control.
       copy custfc.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select SortedArTranFile assign to "escheatar.tmp"
           organization is line sequential.
       select ArSortWorkFile assign to "escheatarsort.tmp".
       select DormantFile assign to "escheatdorm.tmp"
           organization is line sequential.
       select SortedDormantFile assign to "escheatstate.tmp"
           organization is line sequential.
       select DormantSortWorkFile assign to "escheatstsort.tmp".
       select EscheatReport assign to "ESCHEAT.rpt"
           organization is line sequential.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd ArTranFile.
       copy artran.
fd SortedArTranFile.
01 SrtArTranData.
       02 SrtAtIdNum       pic 9(5).
       02 SrtAtInvoiceAmt  pic s9(7)v99.
       02 SrtAtTranDate    pic 9(8).
       02 SrtAtTranType    pic x(2).
       02 SrtAtInvoiceNum  pic 9(6).
       02 SrtAtDispute     pic x(1).
       02 SrtAtDisputeReason pic x(2).
       02 SrtAtCurrency    pic x(3).
       02 SrtAtForeignAmt  pic s9(8)v99.
SD ArSortWorkFile.
01 WArTranData.
       02 WAtIdNum       pic 9(5).
       02 WAtInvoiceAmt  pic s9(7)v99.
       02 WAtTranDate    pic 9(8).
       02 WAtTranType    pic x(2).
       02 WAtInvoiceNum  pic 9(6).
       02 WAtDispute     pic x(1).
       02 WAtDisputeReason pic x(2).
       02 WAtCurrency    pic x(3).
       02 WAtForeignAmt  pic s9(8)v99.
fd DormantFile.
01 DormantData. *>one dormant credit balance, written in customer order
       02 DmState      pic x(2).
       02 DmIdNum      pic 9(5).
       02 DmName       pic x(31).
       02 DmCity       pic x(15).
       02 DmLastActive pic 9(8).
       02 DmAmount     pic 9(7)v99. *>the credit, as a positive amount owed
fd SortedDormantFile.
01 SrtDormantData.
       02 SrtDmState      pic x(2).
       02 SrtDmIdNum      pic 9(5).
       02 SrtDmName       pic x(31).
       02 SrtDmCity       pic x(15).
       02 SrtDmLastActive pic 9(8).
       02 SrtDmAmount     pic 9(7)v99.
SD DormantSortWorkFile.
01 WDormantData.
       02 WDmState      pic x(2).
       02 WDmIdNum      pic 9(5).
       02 WDmName       pic x(31).
       02 WDmCity       pic x(15).
       02 WDmLastActive pic 9(8).
       02 WDmAmount     pic 9(7)v99.
fd EscheatReport.
01 PrintLine pic x(100).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
       88 ArTranFileNotFound value "35".
01 CustomerEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 HaveArTranRecord pic x(1) value 'N'.
01 DormantEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSAsOfDate pic 9(8) value zero. *>YYYYMMDD the filing is made as of
01 WSDormantYears pic 9(2) value zero.
01 WSCutoffDate pic 9(8). *>no activity on or after this date = dormant
01 WSLastActive pic 9(8).
01 WSCustName pic x(31).
01 WSCurrentState pic x(2).
01 WSStateCount pic 9(5) value zero.
01 WSStateTotal pic 9(9)v99 value zero.
01 WSGrandCount pic 9(5) value zero.
01 WSGrandTotal pic 9(9)v99 value zero.
01 RptHeading pic x(60) value "Unclaimed Property - Dormant Customer Credit Balances".
01 RptSubHeading pic x(100).
01 RptColHeads pic x(100) value
       "  St  Cust#  Name                            City             Last active       Amount".
01 RptDetailLine.
       02 filler pic x(2) value space.
       02 PrnState pic x(2).
       02 filler pic x(2) value space.
       02 PrnIdNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(31).
       02 filler pic x(1) value space.
       02 PrnCity pic x(15).
       02 filler pic x(2) value space.
       02 PrnLastActive pic 9(8).
       02 filler pic x(3) value space.
       02 PrnAmount pic zz,zzz,zz9.99.
01 RptTotalLine.
       02 filler pic x(2) value space.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(4) value space.
       02 PrnTotalAmount pic zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>the state filing - every customer still holding our money as a
*>credit balance with no account activity for the dormancy period, grouped
*>by the state on the customer's address since each state claims its own
       display "Report as of date (YYYYMMDD, 0 = today) : " with no advancing
       accept WSAsOfDate
       if WSAsOfDate = zero
           move function current-date to WSCurrentDate
           move WSCurrentDate(1:8) to WSAsOfDate
       end-if
       display "Dormancy period in years (0 = 3) : " with no advancing
       accept WSDormantYears
       if WSDormantYears = zero
           move 3 to WSDormantYears
       end-if
       compute WSCutoffDate = WSAsOfDate - (WSDormantYears * 10000)
       open input CustomerFile
       if CustFileNotFound
           display "Customer.dat not found - nothing to report"
           close CustomerFile
           stop run
       end-if
       perform 1000-SORT-AR-TRANS
       open input SortedArTranFile
       open output DormantFile
       perform 2000-READ-NEXT-AR-TRAN
       move low-values to IdNum
       start CustomerFile key is greater than IdNum
           invalid key move 'Y' to CustomerEndOfFile
       end-start
       if CustomerEndOfFile = 'N'
           read CustomerFile next
               at end move 'Y' to CustomerEndOfFile
           end-read
       end-if
       perform 3000-TEST-ONE-CUSTOMER until CustomerEndOfFile = 'Y'
       close CustomerFile, SortedArTranFile, DormantFile
       call "CBL_DELETE_FILE" using "escheatar.tmp"
       sort DormantSortWorkFile on ascending key WDmState
           ascending key WDmIdNum
           using DormantFile
           giving SortedDormantFile
       call "CBL_DELETE_FILE" using "escheatdorm.tmp"
       perform 4000-PRINT-BY-STATE
       call "CBL_DELETE_FILE" using "escheatstate.tmp"
       display "Unclaimed property report on ESCHEAT.rpt - " WSGrandCount
           " dormant credit balance(s)"
       stop run.

1000-SORT-AR-TRANS.
       open input ArTranFile
       if ArTranFileNotFound
           close ArTranFile
           open output SortedArTranFile
           close SortedArTranFile
       else
           close ArTranFile
           sort ArSortWorkFile on ascending key WAtIdNum
               using ArTranFile
               giving SortedArTranFile
       end-if.

2000-READ-NEXT-AR-TRAN.
       read SortedArTranFile next
           at end move 'Y' to ArTranEndOfFile
                     move 'N' to HaveArTranRecord
           not at end move 'Y' to HaveArTranRecord
       end-read.

3000-TEST-ONE-CUSTOMER. *>last activity is the newest ARTRANS row of any kind -
*>a payment, an invoice or a refund all show the customer is still about
       move zero to WSLastActive
       perform 3100-FIND-LAST-ACTIVITY
           until ArTranEndOfFile = 'Y' or SrtAtIdNum > IdNum
       if Balance < zero and WSLastActive < WSCutoffDate
           move State to DmState
           move IdNum to DmIdNum
           move spaces to WSCustName
           string FirstName delimited by space
               " " delimited by size
               LastName delimited by space
               into WSCustName
           end-string
           move WSCustName to DmName
           move City to DmCity
           move WSLastActive to DmLastActive
           compute DmAmount = zero - Balance
           write DormantData
       end-if
       read CustomerFile next
           at end move 'Y' to CustomerEndOfFile
       end-read.

3100-FIND-LAST-ACTIVITY.
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
          and SrtAtTranDate > WSLastActive
           move SrtAtTranDate to WSLastActive
       end-if
       perform 2000-READ-NEXT-AR-TRAN.

4000-PRINT-BY-STATE.
       open output EscheatReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "As of " delimited by size
           WSAsOfDate delimited by size
           "   dormant if no activity since " delimited by size
           WSCutoffDate delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       open input SortedDormantFile
       move 'N' to DormantEndOfFile
       read SortedDormantFile next
           at end move 'Y' to DormantEndOfFile
       end-read
       if DormantEndOfFile = 'N'
           move SrtDmState to WSCurrentState
       end-if
       perform 4100-PRINT-ONE-DORMANT until DormantEndOfFile = 'Y'
       if WSGrandCount > zero
           perform 4200-PRINT-STATE-TOTAL
       end-if
       move "Total to be reported" to PrnTotalLabel
       move WSGrandCount to PrnTotalCount
       move WSGrandTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       close SortedDormantFile, EscheatReport.

4100-PRINT-ONE-DORMANT.
       if SrtDmState not = WSCurrentState
           perform 4200-PRINT-STATE-TOTAL
           move SrtDmState to WSCurrentState
       end-if
       move SrtDmState to PrnState
       move SrtDmIdNum to PrnIdNum
       move SrtDmName to PrnName
       move SrtDmCity to PrnCity
       move SrtDmLastActive to PrnLastActive
       move SrtDmAmount to PrnAmount
       write PrintLine from RptDetailLine after advancing 1 line
       add 1 to WSStateCount, WSGrandCount
       add SrtDmAmount to WSStateTotal, WSGrandTotal
       read SortedDormantFile next
           at end move 'Y' to DormantEndOfFile
       end-read.

4200-PRINT-STATE-TOTAL. *>one subtotal per state - the figure each filing carries
       move spaces to PrnTotalLabel
       string "State " delimited by size
           WSCurrentState delimited by size
           " total" delimited by size
           into PrnTotalLabel
       end-string
       move WSStateCount to PrnTotalCount
       move WSStateTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       move spaces to PrintLine
       write PrintLine after advancing 1 line
       move zero to WSStateCount, WSStateTotal.
