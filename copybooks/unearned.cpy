      *>----------------------------------------------------------------
      *> UNEARNED - unearned early-payment discount exception
      *> (UNEARNED.DAT). One row appended by CASHRCPT or LOCKBOX for
      *> every payment that short-paid an invoice by no more than its
      *> terms discount after the discount window had closed. The
      *> payment posts as received and the shortfall stays open on the
      *> invoice; DISCEXC lists the rows for the collections desk to
      *> chase or write off.
      *>----------------------------------------------------------------
       01 UnearnedData.
           02 UdIdNum       pic 9(5). *>the account the payment posted to
           02 UdInvoiceNum  pic 9(6).
           02 UdCheckNum    pic 9(6).
           02 UdPayDate     pic 9(8). *>YYYYMMDD of the payment
           02 UdDiscDate    pic 9(8). *>YYYYMMDD the discount window closed
           02 UdShortAmount pic 9(6)v99. *>what the customer deducted
           02 UdSource      pic x(1).
               88 UdSourceKeyed   value "C".
               88 UdSourceLockbox value "L".
