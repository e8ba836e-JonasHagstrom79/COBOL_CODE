       end-read.

2000-SUM-RECEIPTS. *>payments land in ARTRANS.DAT as negative PM amounts - everything the
*>customer has paid since the plan started counts toward the installments, less
*>any check or direct debit that came back (RV rows re-post it positive)
       move zero to WSPaidToDate
       move 'N' to ArTranEndOfFile
       open input ArTranFile
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtIdNum = PpIdNum
                   and (AtTranType = "PM" or AtTranType = "RV")
                   and AtTranDate >= PpStartDate
                   subtract AtInvoiceAmt from WSPaidToDate
               end-if
