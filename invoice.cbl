*>vanish from the pick queue the moment it was billed
       02 WSBillableOrder pic 9(6) occurs 200 times.
01 WSCustID pic 9(5).
01 WSBillToID pic 9(5) value zero. *>the account the receivable posts to - the
*>customer, or its corporate parent when the branch bills at the parent
01 WSCustFirstName pic x(15).
01 WSCustLastName pic x(15).
01 WSCustEmail pic x(30).
01 WSMoreItems pic x(1) value 'Y'.
01 WSProduct pic x(5).
01 WSQty pic 9(5).
01 WSExemptCert pic x(15) value spaces.
01 WSDepApplyAmount pic 9(8)v99.
01 WSDepAppliedTotal pic 9(8)v99 value zero.
01 WSTermsCode pic x(8) value spaces. *>the bill-to account's - whoever pays
*>the invoice is the one whose terms it carries
01 WSTermsFound pic x(1).
01 WSTermsNetDays pic 9(3).
01 WSDueDate pic 9(8) value zero.
01 WSDiscDate pic 9(8) value zero.
01 WSDiscAmount pic 9(6)v99 value zero.
       copy docsreq.

procedure division.
0000-MAINLINE.
       end-read
       move FirstName to WSCustFirstName
       move LastName to WSCustLastName
       move Email to WSCustEmail
       move Zip to WSCustZip
       move TermsCode to WSTermsCode
       if CurrencyCode = spaces
           move "USD" to WSCustCurrency
       else
           close CustomerFile
           stop run
       end-if
       move WSCustID to WSBillToID
       if ParentId not = zero and BillsAtParent
           move ParentId to IdNum
           read CustomerFile
               key is IdNum
               invalid key
                   display "Parent " ParentId " not on file - customer "
                       WSCustID " is billed on its own account"
               not invalid key
                   move IdNum to WSBillToID
                   move TermsCode to WSTermsCode
           end-read
       end-if
       close CustomerFile
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0600-CHECK-EXEMPTION
       perform 0500-ASSIGN-INVOICE-NUMBER
       open output InvoiceFile
       perform 0700-BEGIN-DELIVERY
       perform 1000-WRITE-HEADER
       if WSInvoiceMode = 'O'
           perform 2500-BILL-FROM-ORDERS thru 2500-EXIT
           if WSBilledLineCount = zero
               perform 4500-VOID-THE-INVOICE
               set DsActionDrop to true
               call "DOCSEND" using DocSendRequest
               close InvoiceFile
               display "Invoice " WSInvoiceNumber " voided - no billable"
                   " order lines for customer " WSCustID
           perform 3900-BILL-FREIGHT thru 3900-EXIT
       end-if
       perform 3000-APPLY-VAT-AND-TOTAL
       perform 3300-PRINT-TERMS
       if WSInvoiceMode = 'O' and WSVatAmount > zero
           perform 3500-POST-VAT-RECEIVABLE thru 3500-EXIT
       end-if
           perform 3800-APPLY-ORDER-DEPOSITS thru 3800-EXIT
       end-if
       perform 4000-WRITE-REGISTER-ROW
       set DsActionEnd to true
       call "DOCSEND" using DocSendRequest
       close InvoiceFile
       display "Invoice " WSInvoiceNumber " written to INVOICE.rpt"
           " and archived under its number"
       if DsEmailed = 'Y'
           display "Invoice " WSInvoiceNumber " queued for email to the customer"
       end-if
       if DsPrintPaper not = 'Y'
           display "Customer " WSCustID " takes email only - no paper copy to mail"
       end-if
       stop run.

0600-CHECK-EXEMPTION. *>a live certificate on VATEXEMPT.DAT zero-rates the
       write InvGenNumLine
       close InvGenNumFile.

0700-BEGIN-DELIVERY. *>the customer's delivery preference decides whether
*>the paper copy prints, and whether DOCSEND copies the invoice into a file
*>of its own for the mail queue
       set DsActionBegin to true
       move WSCustID to DsIdNum
       set DsDocInvoice to true
       move WSInvoiceNumber to DsDocNumber
       move WSRunDate to DsRunDate
       move WSCustEmail to DsCustEmail
       call "DOCSEND" using DocSendRequest.

1000-WRITE-HEADER.
       move spaces to InvoiceLine
       string
           function trim(WSCustLastName) delimited by size
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

2000-TAKE-LINE-ITEM.
       display "Product code (blank to finish) : " with no advancing
           function trim(WSDiscountNote) delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE.
2000-EXIT.
       exit.

               ")" delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
           call "GETCNTR" using WSCustID, OrdProduct, WSRunDate,
               WSContractPrice, WSContractRef, WSOnContract
           if WSOnContract = 'Y' and WSContractPrice = OrdUnitPrice
                   function trim(WSContractRef) delimited by size
                   into InvoiceLine
               end-string
               perform 7500-PUT-INVOICE-LINE
           end-if
           move OrdShippedQty to OrdBilledQty
           if OrdBilledQty >= OrdQty
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
       if WSIsExempt = 'Y'
           move spaces to InvoiceLine
           string
               function trim(WSExemptCert) delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
       end-if
       move spaces to InvoiceLine
       string
           function trim(WSFormattedTotal) delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       display "Grand total : " WSFormattedTotal
       perform 3200-CONVERT-TO-CUST-CURRENCY thru 3200-EXIT.

           ")" delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       display "Customer currency total : " WSForeignFormatted.
3200-EXIT.
       exit.

3300-PRINT-TERMS. *>the due date and any early-payment discount go on the
*>bill and onto the register row, worked off the invoice date - the discount
*>is on the goods value, never on VAT or freight
       call "GETTERMS" using WSTermsCode, WSRunDate, WSSubtotal, WSTermsFound,
           WSTermsNetDays, WSDueDate, WSDiscDate, WSDiscAmount
       if WSTermsFound not = 'Y'
           display "Terms " WSTermsCode " not on TERMS.DAT - invoice is due on receipt"
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

3500-POST-VAT-RECEIVABLE. *>the ARTRANS "IN" rows the posting run wrote for these
*>order lines carried net only - the VAT the invoice adds goes onto the balance
*>and into ARTRANS as its own "VT" row, so the customer owes the billed grand
           close CustomerFile
           go to 3500-EXIT
       end-if
       move WSBillToID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSBillToID " vanished mid-invoice - VAT not posted"
               close CustomerFile
               go to 3500-EXIT
       end-read
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       close CustomerFile
       move WSBillToID to AtIdNum
       move WSVatAmount to AtInvoiceAmt
       move WSRunDate to AtTranDate
       set AtTranVat to true
               WSDepAppliedTotal delimited by size
               into InvoiceLine
           end-string
           perform 7500-PUT-INVOICE-LINE
           display "Deposits of " WSDepAppliedTotal
               " applied against invoice " WSInvoiceNumber
       end-if
       if WSDepAppliedTotal > zero and WSBillToID not = WSCustID
           perform 3870-MOVE-DEPOSIT-TO-PARENT thru 3870-EXIT
       end-if.
3800-EXIT.
       exit.
       move "USD" to AtCurrency
       move zero to AtForeignAmt
       write ArTranData
       move WSBillToID to AtIdNum
       compute AtInvoiceAmt = zero - WSDepApplyAmount
       move WSRunDate to AtTranDate
       set AtTranPayment to true
       write ArTranData
       add WSDepApplyAmount to WSDepAppliedTotal.

3870-MOVE-DEPOSIT-TO-PARENT. *>the deposit was taken on the branch but pays
*>down the parent's invoice - the branch's credit is cleared and the parent's
*>balance comes down by the same amount, matching the rows just written
       open i-o CustomerFile
       if not CustFileOk
           display "Customer file is in use - deposit of " WSDepAppliedTotal
               " not moved from " WSCustID " to " WSBillToID ", move it by hand"
           close CustomerFile
           go to 3870-EXIT
       end-if
       move WSCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
           not invalid key
               add WSDepAppliedTotal to Balance
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
       end-read
       move WSBillToID to IdNum
       read CustomerFile
           key is IdNum
           invalid key continue
           not invalid key
               subtract WSDepAppliedTotal from Balance
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
       end-read
       close CustomerFile.
3870-EXIT.
       exit.

3900-BILL-FREIGHT. *>the freight we used to eat - zoned off the customer's Zip
*>and the carton counts ship-confirm recorded for the billed orders, printed as
*>its own line and overridable at the desk for negotiated freight-free accounts
           WSFreightCharge delimited by size
           into InvoiceLine
       end-string
       perform 7500-PUT-INVOICE-LINE
       perform 3950-POST-FREIGHT-RECEIVABLE thru 3950-EXIT.
3900-EXIT.
       exit.
           close CustomerFile
           go to 3950-EXIT
       end-if
       move WSBillToID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSBillToID " vanished mid-invoice - freight not posted"
               close CustomerFile
               go to 3950-EXIT
       end-read
       move CustomerData to WSJrnlImage
       call "MSTJRNL" using "C", "W", WSJrnlImage
       close CustomerFile
       move WSBillToID to AtIdNum
       move WSFreightCharge to AtInvoiceAmt
       move WSRunDate to AtTranDate
       set AtTranFreight to true
       move WSForeignTotal to IrForeignTotal
       move WSFreightCharge to IrFreight
       move WSExemptCert to IrExemptCert
       move WSTermsCode to IrTermsCode
       move WSDueDate to IrDueDate
       move WSDiscDate to IrDiscDate
       move WSDiscAmount to IrDiscAmount
       write InvRegisterData
       close InvRegisterFile.

*>the sequence with a voided register row and a voided archive line instead of
*>leaving the gap the auditors flagged
       move "  VOIDED - no billable lines" to InvoiceLine
       perform 7500-PUT-INVOICE-LINE
       open extend InvRegisterFile
       if not InvRegisterFileOk
           open output InvRegisterFile
       move zero to IrExchRate, IrForeignTotal
       move zero to IrFreight
       move spaces to IrExemptCert
       move spaces to IrTermsCode
       move WSRunDate to IrDueDate
       move zero to IrDiscDate, IrDiscAmount
       write InvRegisterData
       close InvRegisterFile.

7500-PUT-INVOICE-LINE. *>every line of the bill goes three ways - the paper
*>copy when the customer still takes paper, the archive a reprint comes
*>back from, and DOCSEND for the customer's emailed copy
       if DsPrintPaper = 'Y'
           write InvoiceLine
       end-if
       perform 7600-ARCHIVE-INVOICE-LINE
       set DsActionLine to true
       move InvoiceLine to DsLine
       call "DOCSEND" using DocSendRequest.

7600-ARCHIVE-INVOICE-LINE. *>INVOICE.rpt is overwritten by the next run - the
*>archive copy under the invoice number is what a reprint comes back from
       open extend InvArchiveFile
