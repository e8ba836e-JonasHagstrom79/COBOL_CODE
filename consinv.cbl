01 WSRunDate pic 9(8).
01 WSInvoiceNumber pic 9(6) value zero.
01 WSCustID pic 9(5).
01 WSBillToID pic 9(5) value zero. *>the account the receivable posts to - the
*>customer, or its corporate parent when the branch bills at the parent
01 WSBillableCount pic 9(3) value zero.
01 WSBillIndex pic 9(3) value zero.
01 WSOrderBillable pic x(1) value 'N'.
       02 WSOpenOrder pic 9(6) occurs 200 times.
01 WSOpenIndex pic 9(3) value zero.
01 WSOrderFullyBilled pic x(1) value 'Y'.
01 WSEmailedCount pic 9(5) value zero.
01 WSTermsCode pic x(8) value spaces. *>the bill-to account's terms
01 WSTermsFound pic x(1).
01 WSTermsNetDays pic 9(3).
01 WSDueDate pic 9(8) value zero.
01 WSDiscDate pic 9(8) value zero.
01 WSDiscAmount pic 9(6)v99 value zero.
       copy docsreq.

procedure division.
0000-MAINLINE. *>the dozen separate invoices our wholesale accounts hated,
           until CustomerEndOfFile = 'Y'
       close ConsInvoiceFile, CustomerFile
       display "Consolidated billing complete - " WSInvoicesWritten
           " invoices for " WSConsTotal " on CONSINV.rpt, "
           WSEmailedCount " queued for email"
       stop run.

0100-GET-BUSINESS-DATE.
           go to 1000-EXIT
       end-if
       move IdNum to WSCustID
       move IdNum to WSBillToID
       move TermsCode to WSTermsCode
       if ParentId not = zero and BillsAtParent
           move ParentId to WSBillToID
           perform 1100-TAKE-PARENT-TERMS
       end-if
       perform 2000-BILL-CUSTOMER-ORDERS thru 2000-EXIT.
1000-EXIT.
       read CustomerFile next
           at end move 'Y' to CustomerEndOfFile
       end-read.

1100-TAKE-PARENT-TERMS. *>the parent pays, so its terms go on the bill - the
*>branch is read back so the pass through the file carries on from it
       move WSBillToID to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
           not invalid key
               move TermsCode to WSTermsCode
       end-read
       move WSCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
       end-read.

2000-BILL-CUSTOMER-ORDERS.
       open i-o OrderFile
       if OrderFileNotFound
       perform 0500-ASSIGN-INVOICE-NUMBER
       move zero to WSBilledLineCount, WSSubtotal, WSOrderSubtotal
       move zero to WSLastOrderNumber, WSOpenOrderCount
       perform 0700-BEGIN-DELIVERY
       perform 3000-WRITE-INVOICE-HEADER
       move WSCustID to OrdIdNum
       start OrderFile key is = OrdIdNum
           invalid key
               set DsActionDrop to true
               call "DOCSEND" using DocSendRequest
               close OrderFile
               go to 2000-EXIT
       end-start
           perform 3500-MARK-HEADERS-INVOICED thru 3500-EXIT
           close OrderFile
           perform 4000-TOTAL-AND-REGISTER
           set DsActionEnd to true
           call "DOCSEND" using DocSendRequest
           if DsEmailed = 'Y'
               add 1 to WSEmailedCount
           end-if
           add 1 to WSInvoicesWritten
           add WSGrandTotal to WSConsTotal
       else
           set DsActionDrop to true
           call "DOCSEND" using DocSendRequest
           close OrderFile
       end-if.
2000-EXIT.
       write InvGenNumLine
       close InvGenNumFile.

0700-BEGIN-DELIVERY. *>as INVOICE does it - the preference decides paper,
*>email or both for this customer's bill
       set DsActionBegin to true
       move WSCustID to DsIdNum
       set DsDocConsInv to true
       move WSInvoiceNumber to DsDocNumber
       move WSRunDate to DsRunDate
       move Email to DsCustEmail
       call "DOCSEND" using DocSendRequest.

2100-COLLECT-BILLABLE-ORDERS.
       move zero to WSBillableCount
       move WSCustID to OrdIdNum
           function trim(LastName) delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       if WSBillToID not = WSCustID
           move spaces to InvoiceLine
           string
               "  Billed to corporate account " delimited by size
               WSBillToID delimited by size
               " - remit under that account" delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
       end-if.

3100-BILL-ONE-LINE. *>lines arrive in order-number order off the key, so a
*>change of order number closes out the previous order's subtotal. Only the
                   " ---" delimited by size
                   into InvoiceLine
               end-string
               perform 7500-PUT-INVOICE-LINE
           end-if
           compute WSBillQty = OrdShippedQty - OrdBilledQty
           compute WSBillExtension = OrdUnitPrice * WSBillQty
               WSBillExtension delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
           move OrdShippedQty to OrdBilledQty
           if OrdBilledQty >= OrdQty
               set OrdStatusInvoiced to true
           WSOrderSubtotal delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE.

3500-MARK-HEADERS-INVOICED.
       move WSCustID to OrdIdNum
           WSSubtotal delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       move spaces to InvoiceLine
       string
           "  VAT (" delimited by size
           WSVatAmount delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       move spaces to InvoiceLine
       string
           "  Grand total : " delimited by size
           WSGrandTotal delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       perform 4200-PRINT-TERMS
       if WSVatAmount > zero
           if WSBillToID not = WSCustID
               perform 4100-VAT-TO-PARENT
           end-if
           if WSBillToID = WSCustID
               add WSVatAmount to Balance
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
           end-if
           move WSBillToID to AtIdNum
           move WSVatAmount to AtInvoiceAmt
           move WSRunDate to AtTranDate
           set AtTranVat to true
       move zero to IrExchRate, IrForeignTotal
       move zero to IrFreight
       move spaces to IrExemptCert
       move WSTermsCode to IrTermsCode
       move WSDueDate to IrDueDate
       move WSDiscDate to IrDiscDate
       move WSDiscAmount to IrDiscAmount
       write InvRegisterData
       close InvRegisterFile
       display "Consolidated invoice " WSInvoiceNumber " for customer "
           WSCustID " - " WSBilledLineCount " lines, total " WSGrandTotal.

4100-VAT-TO-PARENT. *>the branch's VAT goes on the parent's balance like its
*>goods did in ARPOST; the branch is read back afterwards so the pass through
*>the customer file carries on from where it was. A parent that has gone from
*>the file leaves the VAT on the branch
       move WSBillToID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               move WSCustID to WSBillToID
           not invalid key
               add WSVatAmount to Balance
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
       end-read
       move WSCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
       end-read.

4200-PRINT-TERMS. *>the due date and discount INVOICE prints, worked off the
*>month-end date the consolidated bill carries
       call "GETTERMS" using WSTermsCode, WSRunDate, WSSubtotal, WSTermsFound,
           WSTermsNetDays, WSDueDate, WSDiscDate, WSDiscAmount
       if WSTermsFound not = 'Y'
           display "Terms " WSTermsCode " not on TERMS.DAT - invoice "
               WSInvoiceNumber " is due on receipt"
           move spaces to WSTermsCode
       end-if
       move spaces to InvoiceLine
       if WSTermsCode = spaces
           string
               "  Terms : due on receipt" delimited by size
               into InvoiceLine
           end-string
       else
           string
               "  Terms : " delimited by size
               function trim(WSTermsCode) delimited by size
               " - payment due by " delimited by size
               WSDueDate delimited by size
               into InvoiceLine
           end-string
       end-if
       perform 7500-PUT-INVOICE-LINE
       if WSDiscAmount > zero
           move spaces to InvoiceLine
           string
               "  Deduct " delimited by size
               WSDiscAmount delimited by size
               " if paid on or before " delimited by size
               WSDiscDate delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
       end-if.

7500-PUT-INVOICE-LINE. *>paper when the customer takes paper, always the
*>archive, and DOCSEND for the emailed copy
       if DsPrintPaper = 'Y'
           write InvoiceLine
       end-if
       perform 7600-ARCHIVE-INVOICE-LINE
       set DsActionLine to true
       move InvoiceLine to DsLine
       call "DOCSEND" using DocSendRequest.

7600-ARCHIVE-INVOICE-LINE.
       open extend InvArchiveFile
       if not InvArchiveFileOk
