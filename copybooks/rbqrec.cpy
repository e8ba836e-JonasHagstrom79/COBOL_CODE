      *>----------------------------------------------------------------
      *> RBQREC - rebate check waiting to be drawn (REBATECHK.DAT).
      *> REBRUN queues one row when an agreement settled by check
      *> closes - it has already credited the customer with an RB row,
      *> so the account nets to nothing once REFUND prints the check,
      *> posts the RF row that pays the credit out and empties the
      *> queue.
      *>----------------------------------------------------------------
       01 RebateCheckData.
           02 RqIdNum   pic 9(5).
           02 RqRebate  pic 9(5). *>RbNumber of the agreement settled
           02 RqMemoNum pic 9(6). *>the memo number on its RB row
           02 RqAmount  pic 9(7)v99.
           02 RqQueued  pic 9(8). *>business date REBRUN queued it
