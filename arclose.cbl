           file status is BusCalFileStatus.
       select ArCloseFile assign to "ARCLOSE.DAT"
           organization is line sequential.
       select GlReconFile assign to "GLRECON.DAT"
           organization is line sequential
           file status is GlReconFileStatus.
       select ArCloseHistFile assign to "ARCLOSEHIST.DAT"
           organization is line sequential
           file status is ArCloseHistFileStatus.
fd ArCloseFile.
01 ArCloseLine pic 9(8). *>YYYYMMDD the AR book is closed through - CHKCLOSE
*>reads this back for every posting program
fd GlReconFile.
       copy glrrec.
fd ArCloseHistFile.
01 ArCloseHistData. *>the frozen official figure, one row per customer per
*>closed period - what we told the accountant, kept verbatim
       88 BusCalFileOk value "00".
01 ArCloseHistFileStatus pic x(2) value "00".
       88 ArCloseHistFileOk value "00".
01 GlReconFileStatus pic x(2) value "00".
       88 GlReconFileOk value "00".
01 CustomerEndOfFile pic x(1) value 'N'.
01 ArTranEndOfFile pic x(1) value 'N'.
01 HaveArTranRecord pic x(1) value 'N'.
01 WSConfirmAnswer pic x(1).
01 WSPeriodClosed pic x(1) value 'N'.
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSBucketCurrent pic s9(8)v99 value zero.
01 WSBucket30 pic s9(8)v99 value zero.
01 WSBucket60 pic s9(8)v99 value zero.
01 WSGrand90 pic s9(9)v99 value zero.
01 WSGrandTotal pic s9(10)v99 value zero.
01 WSCustomersAged pic 9(7) value zero.
01 WSChecklist. *>GLRECON's rows for the period being closed
       02 WSCheckRow pic x(99) occurs 3 times.
01 WSCheckCount pic 9(1) value zero.
01 WSCheckIndex pic 9(1) value zero.
01 WSCheckOpen pic 9(1) value zero.
01 WSCheckEndOfFile pic x(1) value 'N'.
01 CheckListLine.
       02 filler pic x(4) value space.
       02 PrnChkAccount pic x(4).
       02 filler pic x(2) value space.
       02 PrnChkLabel pic x(20).
       02 filler pic x(1) value space.
       02 PrnChkSubledger pic z,zzz,zzz,zz9.99-.
       02 filler pic x(1) value space.
       02 PrnChkLedger pic z,zzz,zzz,zz9.99-.
       02 filler pic x(1) value space.
       02 PrnChkUnexplained pic z,zzz,zzz,zz9.99-.
       02 filler pic x(2) value space.
       02 PrnChkStatus pic x(10).
01 WSMonthDaysTable.
       02 filler pic 9(2) value 31.
       02 filler pic 9(2) value 28.
           move 1 to return-code
           stop run
       end-if
       perform 0700-SHOW-CLOSE-CHECKLIST
       display "Closing through " WSCloseDate ". Proceed (Y/N) : " with no advancing
       accept WSConfirmAnswer
       move function upper-case(WSConfirmAnswer) to WSConfirmAnswer
       end-read
       perform 3000-AGE-ONE-CUSTOMER until CustomerEndOfFile = 'Y'
       perform 5000-PRINT-GRAND-TOTALS
       perform 5500-PRINT-CHECKLIST
       set RwActionClose to true
       move WSCustomersAged to RwRecordCount
       move "customers in the trial balance" to RwCountLabel
               end-if
       end-read.

0700-SHOW-CLOSE-CHECKLIST. *>the control account tie-out GLRECON left for this
*>period - shown before the close is confirmed, so nobody locks a month whose
*>ledger does not agree with its subledgers without knowing it
       move zero to WSCheckCount, WSCheckOpen
       open input GlReconFile
       if GlReconFileOk
           move 'N' to WSCheckEndOfFile
           perform 0750-LOAD-ONE-CHECK-ROW until WSCheckEndOfFile = 'Y'
       end-if
       close GlReconFile
       display "Month-end checklist for " WSClosePeriod
       if WSCheckCount = zero
           display "  Control accounts : NOT RECONCILED - run GLRECON for "
               WSClosePeriod " first"
       else
           perform 0760-SHOW-ONE-CHECK-ROW
               varying WSCheckIndex from 1 by 1 until WSCheckIndex > WSCheckCount
           if WSCheckOpen = zero
               display "  Control accounts : reconciled to the ledger"
           else
               display "  Control accounts : " WSCheckOpen
                   " with an unexplained difference - see GLRECON.rpt"
           end-if
       end-if.

0750-LOAD-ONE-CHECK-ROW.
       read GlReconFile
           at end
               move 'Y' to WSCheckEndOfFile
               exit paragraph
       end-read
       if GrPeriod = WSClosePeriod and WSCheckCount < 3
           add 1 to WSCheckCount
           move GlReconData to WSCheckRow(WSCheckCount)
           if GrUnexplained not = zero
               add 1 to WSCheckOpen
           end-if
       end-if.

0760-SHOW-ONE-CHECK-ROW.
       perform 0770-FORMAT-CHECK-ROW
       display CheckListLine.

0770-FORMAT-CHECK-ROW.
       move WSCheckRow(WSCheckIndex) to GlReconData
       move GrAccount to PrnChkAccount
       move GrLabel to PrnChkLabel
       move GrSubledger to PrnChkSubledger
       move GrLedger to PrnChkLedger
       move GrUnexplained to PrnChkUnexplained
       if GrUnexplained = zero
           move "reconciled" to PrnChkStatus
       else
           move "OPEN" to PrnChkStatus
       end-if.

1000-SORT-AR-TRANS.
       open input ArTranFile
       if ArTranFileNotFound
3100-ACCUMULATE-AR-TRANS.
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           if SrtAtTranDate <= WSCloseDate
               call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
               call "DATEDIFF" using WSDueDate, WSCloseDate, WSDaysPastDue
               evaluate true
                   when WSDaysPastDue <= 30
                       add SrtAtInvoiceAmt to WSBucketCurrent
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

5500-PRINT-CHECKLIST. *>the checklist the close was confirmed against, kept
*>with the trial balance
       set RwActionDetail to true
       move spaces to RwLine
       if WSCheckCount = zero
           string "Month-end checklist - control accounts NOT RECONCILED for "
                   delimited by size
               WSClosePeriod delimited by size
               into RwLine
           end-string
           move 3 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       else
           move "Control account checklist            Subledger          Ledger     Unexplained"
               to RwLine
           move 3 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
           perform 5600-PRINT-ONE-CHECK-ROW
               varying WSCheckIndex from 1 by 1 until WSCheckIndex > WSCheckCount
       end-if.

5600-PRINT-ONE-CHECK-ROW.
       perform 0770-FORMAT-CHECK-ROW
       move CheckListLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

6000-LOCK-THE-PERIOD. *>the single date CHKCLOSE hands every posting program -
*>written last, so a close that died mid-report locks nothing
       open output ArCloseFile
