      *>----------------------------------------------------------------
      *> ACHENT - direct-debit entry register (ACHENTRY.DAT). ACHRUN
      *> appends an S row for every debit it sends, ACHRET an R row
      *> under the same trace number when the bank returns one. An item
      *> drawn and not returned is never drawn again, and a return is
      *> only ever reversed once.
      *>----------------------------------------------------------------
       01 AchEntryData.
           02 AeTrace      pic 9(6). *>ACHGENNUM.DAT sequence - the last
                                      *>digits of the trace the bank quotes
           02 AeRowType    pic x(1).
               88 AeSent     value "S".
               88 AeReturned value "R".
           02 AeIdNum      pic 9(5).
           02 AeKind       pic x(1).
               88 AeKindInvoice value "I". *>AeRef is the invoice number
               88 AeKindPlan    value "P". *>AeRef is the installment number
           02 AeRef        pic 9(6).
           02 AeAmount     pic 9(7)v99.
           02 AeDate       pic 9(8). *>effective date sent, or date returned
           02 AeReturnCode pic x(3). *>on an R row, the bank's reason code
