      *> can never land twice - once off the bank's lockbox file and
      *> again keyed by hand. A match on IdNum, check number and
      *> amount stops the posting and sends the item to suspense.
      *> ACHRUN writes one for every direct debit it draws, carrying
      *> the ACH trace sequence where a check number would sit.
      *>----------------------------------------------------------------
       01 PaidCheckData.
           02 PcIdNum    pic 9(5).
           02 PcSource   pic x(1).
               88 PcSourceKeyed   value "C".
               88 PcSourceLockbox value "L".
               88 PcSourceAch     value "A".
