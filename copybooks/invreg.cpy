      *> Appended by INVOICE under the sequential number it draws from
      *> INVGENNUM.DAT; read back by the register/reprint program and
      *> by the VAT summary run, whose jurisdiction/category totals
      *> must reconcile to these rows. The row also carries the
      *> payment terms it was billed on - GETDUE ages receivables from
      *> IrDueDate, and CASHRCPT/LOCKBOX let a short payment inside the
      *> discount window settle it in full.
      *>----------------------------------------------------------------
       01 InvRegisterData.
           02 IrInvoiceNum   pic 9(6).
                                         *>VAT was charged normally - VATSUM
                                         *>reports exempt sales on their own
                                         *>with these certificates behind them
           02 IrTermsCode    pic x(8). *>the bill-to account's TERMS.DAT code,
                                        *>spaces = due on receipt
           02 IrDueDate      pic 9(8). *>YYYYMMDD the invoice falls due
           02 IrDiscDate     pic 9(8). *>YYYYMMDD last day for the early-payment
                                        *>discount, zero = none offered
           02 IrDiscAmount   pic 9(6)v99. *>the discount on the goods value
                                           *>(IrSubtotal) in home dollars
