      *> the PO lines. A clean three-way match approves the voucher
      *> and dates it by the vendor's terms; a mismatch holds it on
      *> the exceptions report until someone resolves it. GLEXTRACT
      *> books approved vouchers to expense and payables. APCHECK pays
      *> approved vouchers by remittance check and marks them paid
      *> with the check number and date, so the payments-due list
      *> drops them and nobody writes the same check twice.
      *>----------------------------------------------------------------
       01 ApVoucherData.
           02 VhVoucherNum  pic 9(6).
               88 VhApproved value "A".
               88 VhHeld     value "H".
               88 VhPaid     value "P".
           02 VhPaidDate    pic 9(8). *>YYYYMMDD the check run paid it
           02 VhCheckNum    pic 9(6). *>the CHKREG.DAT check that paid it
