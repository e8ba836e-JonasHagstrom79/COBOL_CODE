01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8). *>YYYYMMDD the aging is computed against
01 WSDaysPastDue pic s9(7). *>computed by DATEDIFF at report time, never stored
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSBucket30      pic s9(7)v99 value zero.
01 WSBucket60      pic s9(7)v99 value zero.
01 WSBucket90      pic s9(7)v99 value zero.
01 WSStatementCount pic 9(7) value zero.
01 WSEmailedCount pic 9(7) value zero.
01 WSStmtText pic x(132).
       copy rptwreq.
       copy docsreq.

procedure division.
0000-MAINLINE.
       move "customers aged" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close CustomerFile, SortedArTranFile
       display WSStatementCount " customers aged on CustStmt.rpt, "
           WSEmailedCount " statements queued for email"
       stop run.

1000-SORT-AR-TRANS.
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       add 1 to WSStatementCount
       if WSBucketCurrent not = zero or WSBucket30 not = zero
          or WSBucket60 not = zero or WSBucket90 not = zero
          or WSBucketDisputed not = zero or WSBucketDeposits not = zero
           perform 3500-SEND-STATEMENT
       end-if
       read CustomerFile next
           at end move 'Y' to CustomerEndOfFile
       end-read.
3100-ACCUMULATE-AR-TRANS. *>days past due is computed against the run date here at
*>report time - a stored figure went stale the moment it was written
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
           call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
           evaluate true
               when SrtAtTranType = "DP"
                   add SrtAtInvoiceAmt to WSBucketDeposits
           end-evaluate
           perform 2000-READ-NEXT-AR-TRAN
       end-if.

3500-SEND-STATEMENT. *>the aging line on CustStmt.rpt is the office's copy -
*>a customer who takes email gets the same figures as a statement of their
*>own through DOCSEND, and every statement is logged whichever way it went
       set DsActionBegin to true
       move IdNum to DsIdNum
       set DsDocStatement to true
       move zero to DsDocNumber
       move WSRunDate to DsRunDate
       move Email to DsCustEmail
       call "DOCSEND" using DocSendRequest
       if DsEmailed = 'Y'
           set DsActionLine to true
           move spaces to WSStmtText
           string "HAGSTROM TRADING CO. - STATEMENT OF ACCOUNT " delimited by size
               WSRunDate delimited by size
               into WSStmtText
           end-string
           move WSStmtText to DsLine
           call "DOCSEND" using DocSendRequest
           move spaces to DsLine
           call "DOCSEND" using DocSendRequest
           move spaces to WSStmtText
           string function trim(FirstName) delimited by size
               " " delimited by size
               function trim(LastName) delimited by size
               into WSStmtText
           end-string
           move WSStmtText to DsLine
           call "DOCSEND" using DocSendRequest
           move CustStreet to DsLine
           call "DOCSEND" using DocSendRequest
           move spaces to WSStmtText
           string function trim(City) delimited by size
               ", " delimited by size
               State delimited by size
               " " delimited by size
               Zip delimited by size
               into WSStmtText
           end-string
           move WSStmtText to DsLine
           call "DOCSEND" using DocSendRequest
           move spaces to DsLine
           call "DOCSEND" using DocSendRequest
           move StmtColHeads to DsLine
           call "DOCSEND" using DocSendRequest
           move StmtDetailLine to DsLine
           call "DOCSEND" using DocSendRequest
           add 1 to WSEmailedCount
       end-if
       set DsActionEnd to true
       call "DOCSEND" using DocSendRequest.
