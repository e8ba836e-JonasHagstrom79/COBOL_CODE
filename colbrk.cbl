       >>source format free
identification division.
program-id. colbrk.
environment division.
input-output section.
file-control.
       copy custfc.
       copy colfc.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       select ArTranFile assign to "ARTRANS.DAT"
           organization is line sequential
           file status is ArTranFileStatus.
       select CollectNoteFile assign to "COLNOTES.DAT"
           organization is line sequential
           file status is CollectNoteStatus.
       select BrokenReport assign to "COLBRK.rpt"
           organization is line sequential.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd CollectFile.
       copy colrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd ArTranFile.
       copy artran.
fd CollectNoteFile.
       copy colnote.
fd BrokenReport.
01 PrintLine pic x(132).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 CollectFileStatus pic x(2) value "00".
       88 CollectFileOk value "00".
       88 CollectFileNotFound value "35".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 ArTranFileStatus pic x(2) value "00".
       88 ArTranFileOk value "00".
01 CollectNoteStatus pic x(2) value "00".
       88 CollectNoteOk value "00".
01 CollectEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDueCount pic 9(4) value zero.
01 WSDueTable. *>promises whose date has passed, waiting to be matched to cash
       02 WSDueEntry occurs 2000 times.
           03 WSDueIdNum pic 9(5).
           03 WSDueFrom  pic 9(8).
           03 WSDueBy    pic 9(8).
           03 WSDuePaid  pic s9(8)v99.
01 WSDueIndex pic 9(4) value zero.
01 WSPaidAmt pic 9(7)v99.
01 WSKeptCount pic 9(5) value zero.
01 WSBrokenCount pic 9(5) value zero.
01 WSBrokenTotal pic 9(9)v99 value zero.
01 WSShortAmt pic 9(7)v99.
01 WSAmountEdit pic z,zzz,zz9.99.
01 RptHeading pic x(60) value "Broken Promises to Pay - Call These First".
01 RptSubHeading pic x(60).
01 RptColHeads pic x(132) value
       "IdNum Customer                        Phone        Taken     Due by       Promised         Paid        Short  Broken".
01 RptDetailLine.
       02 PrnCustID pic 9(5).
       02 filler pic x(1) value space.
       02 PrnCustName pic x(31).
       02 filler pic x(1) value space.
       02 PrnPhone pic x(12).
       02 filler pic x(1) value space.
       02 PrnMade pic 9(8).
       02 filler pic x(2) value space.
       02 PrnDueBy pic 9(8).
       02 filler pic x(2) value space.
       02 PrnPromised pic z,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnPaid pic z,zzz,zz9.99.
       02 filler pic x(1) value space.
       02 PrnShort pic z,zzz,zz9.99.
       02 filler pic x(3) value space.
       02 PrnBrokenCount pic z9.
01 RptTotalLine.
       02 PrnTotalLabel pic x(30).
       02 PrnTotalCount pic zzz,zz9.
       02 filler pic x(4) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>each morning every promise whose date has gone by is held
*>up against the money that actually came in - PM rows from CASHRCPT,
*>LOCKBOX or the ACH run dated from the day the promise was taken to the day
*>it was due, less any RV bounce. Short is broken: it is listed, noted on the
*>customer's call history and put straight back on the collector's list
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open i-o CollectFile
       if CollectFileNotFound
           display "No collections accounts on file - no promises to check"
           close CollectFile
           stop run
       end-if
       if not CollectFileOk
           display "Collections file is in use by another user - try again later"
           close CollectFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to CollectEndOfFile
       perform 1000-NOTE-ONE-PROMISE until CollectEndOfFile = 'Y'
       perform 2000-MATCH-THE-CASH
       open input CustomerFile
       open output BrokenReport
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Promises due before " delimited by size
           WSRunDate delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       perform 3000-SETTLE-ONE-PROMISE thru 3000-EXIT
           varying WSDueIndex from 1 by 1 until WSDueIndex > WSDueCount
       move "Promises kept" to PrnTotalLabel
       move WSKeptCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 2 lines
       move "Promises broken - short by" to PrnTotalLabel
       move WSBrokenCount to PrnTotalCount
       move WSBrokenTotal to PrnTotalAmount
       write PrintLine from RptTotalLine after advancing 1 line
       close CollectFile, CustomerFile, BrokenReport
       display "Promises to pay - " WSKeptCount " kept, " WSBrokenCount
           " broken - COLBRK.rpt"
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

1000-NOTE-ONE-PROMISE. *>a promise due today still has today to arrive
       read CollectFile next
           at end move 'Y' to CollectEndOfFile
           not at end
               if CoPromiseOpen and CoPromiseDate < WSRunDate
                  and WSDueCount < 2000
                   add 1 to WSDueCount
                   move CoIdNum to WSDueIdNum(WSDueCount)
                   move CoPromiseMade to WSDueFrom(WSDueCount)
                   move CoPromiseDate to WSDueBy(WSDueCount)
                   move zero to WSDuePaid(WSDueCount)
               end-if
       end-read.

2000-MATCH-THE-CASH.
       if WSDueCount = zero
           exit paragraph
       end-if
       open input ArTranFile
       if ArTranFileOk
           move 'N' to ArTranEndOfFile
           perform 2100-MATCH-ONE-ROW until ArTranEndOfFile = 'Y'
       end-if
       close ArTranFile.

2100-MATCH-ONE-ROW.
       read ArTranFile next
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtTranPayment or AtTranReversal
                   perform 2200-CREDIT-ONE-PROMISE varying WSDueIndex from 1 by 1
                       until WSDueIndex > WSDueCount
               end-if
       end-read.

2200-CREDIT-ONE-PROMISE.
       if WSDueIdNum(WSDueIndex) = AtIdNum
          and AtTranDate >= WSDueFrom(WSDueIndex)
          and AtTranDate <= WSDueBy(WSDueIndex)
           subtract AtInvoiceAmt from WSDuePaid(WSDueIndex)
       end-if.

3000-SETTLE-ONE-PROMISE.
       move WSDueIdNum(WSDueIndex) to CoIdNum
       read CollectFile
           key is CoIdNum
           invalid key go to 3000-EXIT
       end-read
       if WSDuePaid(WSDueIndex) > zero
           move WSDuePaid(WSDueIndex) to WSPaidAmt
       else
           move zero to WSPaidAmt
       end-if
       move WSPaidAmt to CoPromisePaid
       if WSPaidAmt >= CoPromiseAmt
           set CoPromiseKept to true
           rewrite CollectData
           add 1 to WSKeptCount
           go to 3000-EXIT
       end-if
       set CoPromiseBroken to true
       add 1 to CoBrokenCount
       move WSRunDate to CoFollowUp
       rewrite CollectData
       compute WSShortAmt = CoPromiseAmt - WSPaidAmt
       add 1 to WSBrokenCount
       add WSShortAmt to WSBrokenTotal
       perform 3100-NOTE-THE-BREAK
       perform 3200-PRINT-THE-BREAK.
3000-EXIT.
       exit.

3100-NOTE-THE-BREAK. *>the break goes on the call history so the collector
*>sees it the moment the customer's sheet comes up
       move CoPromiseAmt to WSAmountEdit
       move CoIdNum to CnIdNum
       move WSRunDate to CnDate
       move zero to CnTime
       move "COLBRK" to CnOperator
       set CnBroken to true
       move spaces to CnText
       string "Promise of " delimited by size
           function trim(WSAmountEdit) delimited by size
           " due " delimited by size
           CoPromiseDate delimited by size
           " broken" delimited by size
           into CnText
       end-string
       open extend CollectNoteFile
       if not CollectNoteOk
           open output CollectNoteFile
       end-if
       write CollectNoteData
       close CollectNoteFile.

3200-PRINT-THE-BREAK.
       move CoIdNum to PrnCustID
       move spaces to PrnCustName, PrnPhone
       move CoIdNum to IdNum
       read CustomerFile
           key is IdNum
           invalid key move "** not on the customer master **" to PrnCustName
           not invalid key
               string function trim(FirstName) delimited by size
                   " " delimited by size
                   function trim(LastName) delimited by size
                   into PrnCustName
               end-string
               move Phone to PrnPhone
       end-read
       move CoPromiseMade to PrnMade
       move CoPromiseDate to PrnDueBy
       move CoPromiseAmt to PrnPromised
       move WSPaidAmt to PrnPaid
       move WSShortAmt to PrnShort
       move CoBrokenCount to PrnBrokenCount
       write PrintLine from RptDetailLine after advancing 1 line.
