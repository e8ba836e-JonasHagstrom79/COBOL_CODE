01 WSOrdTotalX  pic x(9).
01 WSOrdTotalN redefines WSOrdTotalX pic 9(7)v99.
01 WSCurrentCustID pic 9(5) value zero.
01 WSBillToID pic 9(5) value zero. *>the account the receivable posts to - the
*>customer itself, or its corporate parent when the branch bills at the parent
01 WSCustomerTotal pic s9(7)v99 value zero.
01 WSCustomerLines pic 9(5) value zero.
01 WSLinesReadCount pic 9(5) value zero.
       else
           perform 3100-ACCUMULATE-LINES
               until OrdersEndOfFile = 'Y' or WSOrdIdNum not = WSCurrentCustID
           perform 3300-FIND-BILL-TO
           add WSCustomerTotal to Balance
           rewrite CustomerData
           move CustomerData to WSJrnlImage
           call "MSTJRNL" using "C", "W", WSJrnlImage
           move WSBillToID to AtIdNum
           move WSCustomerTotal to AtInvoiceAmt
           move WSRunDate to AtTranDate
           set AtTranInvoice to true
           add 1 to WSCustPostedCount
           add WSCustomerTotal to WSPostedTotal
           move spaces to PrnMarker
           if WSBillToID not = WSCurrentCustID
               string "  BILLED AT PARENT " delimited by size
                   WSBillToID delimited by size
                   into PrnMarker
               end-string
           end-if
           perform 6500-PRINT-REGISTER-LINE
       end-if.

       add 1 to WSCustomerLines
       perform 2000-READ-NEXT-ORDER.

3300-FIND-BILL-TO. *>a branch that bills at its corporate parent still shows
*>its own sales on the register, but the receivable lands on the parent's
*>balance and ARTRANS rows - the parent is the one we collect from. A parent
*>no longer on file leaves the receivable on the branch
       move WSCurrentCustID to WSBillToID
       if ParentId = zero or not BillsAtParent
           exit paragraph
       end-if
       move ParentId to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move WSCurrentCustID to IdNum
               read CustomerFile
                   key is IdNum
               end-read
               exit paragraph
       end-read
       move IdNum to WSBillToID.

6000-PRINT-CONTROL-TOTALS. *>orders-in must equal receivables-out, plus whatever fell out as unmatched
       move spaces to RegCountLine
       string "Order lines read    : " delimited by size
