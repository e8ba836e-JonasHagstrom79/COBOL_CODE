      *> HOLDREC - an order line blocked at order entry for credit
      *> reasons (CREDHOLD.DAT). Written by ORDERENTRY when a customer
      *> is inactive or the new line would push the balance over the
      *> credit limit - its own, or the group limit on its corporate
      *> parent - and no supervisor override was given; read by
      *> CREDHOLD's daily listing so the office can chase payment or
      *> release the order.
      *>----------------------------------------------------------------
           02 ChReason    pic x(1).
               88 ChReasonInactive  value "I".
               88 ChReasonOverLimit value "C".
               88 ChReasonGroupLimit value "G". *>the account was inside its
                                                 *>own limit but its corporate
                                                 *>group was over the group one
