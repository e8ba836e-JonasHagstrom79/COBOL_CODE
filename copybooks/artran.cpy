               88 AtTranWriteOff value "WO". *>uncollectable balance written off -
                                              *>GLEXTRACT books it to bad debt,
                                              *>not to the cash account
               88 AtTranCheckVoid value "CV". *>refund check voided - the credit
                                              *>the RF row cleared goes back on
                                              *>the account and the cash comes
                                              *>back in at the GL
               88 AtTranRebate   value "RB". *>volume rebate settled by REBRUN -
                                              *>clears the accrued liability,
                                              *>not the returns account
               88 AtTranDiscount value "DS". *>early-payment discount taken
                                              *>inside the terms window - closes
                                              *>the invoice the short payment
                                              *>left open; GLEXTRACT books it
                                              *>to sales discounts
               88 AtTranAward    value "AW". *>scholarship or fee waiver taken
                                              *>off a term's fees by FEEASSESS,
                                              *>one row per award behind the
                                              *>gross IN row; GLEXTRACT books
                                              *>it to fee awards
           02 AtInvoiceNum  pic 9(6). *>IrInvoiceNum the row applies to, zero = on account
           02 AtDispute     pic x(1). *>D = customer disputes this item - DUNNING
                                       *>and FINCHG leave it alone while the
