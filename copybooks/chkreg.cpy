      *>----------------------------------------------------------------
      *> CHKREG - check register record (CHKREG.DAT). One row appended
      *> for every check drawn on the operating account, whatever
      *> printed it - APCHECK's vendor remittance checks and REFUND's
      *> customer refund checks. The row is the system's own record of
      *> the check number, payee and amount that went out the door, so
      *> nobody has to read it back off the printed register. The file
      *> is append-only like ARTRANS.DAT: a void is a second row under
      *> the same check number carrying status V and the void date,
      *> never an edit of the issue row, and the bank's word that a
      *> check cleared is a C row CHKREC appends off the statement.
      *> GLEXTRACT books vendor checks
      *> and their voids from these rows by position, and POSPAY sends
      *> each day's issues and voids to the bank as positive pay.
      *>----------------------------------------------------------------
       01 CheckRegisterData.
           02 CkCheckNum   pic 9(6). *>off the REFGENNUM.DAT check series
           02 CkSource     pic x(1).
               88 CkSourceVendor value "V". *>APCHECK vendor payment
               88 CkSourceRefund value "R". *>REFUND customer credit refund
           02 CkPayeeId    pic 9(5). *>vendor number on a vendor check,
                                      *>customer IdNum on a refund check
           02 CkPayeeName  pic x(30).
           02 CkIssueDate  pic 9(8). *>YYYYMMDD printed on the check
           02 CkAmount     pic 9(8)v99.
           02 CkStatus     pic x(1).
               88 CkIssued value "I".
               88 CkVoided value "V" "S". *>the void row - CHKMNT by hand
                                          *>or CHKREC stale-dating
               88 CkStaleDated value "S". *>voided for age, never cashed
               88 CkCleared value "C". *>paid by the bank - CHKREC
           02 CkStatusDate pic 9(8). *>YYYYMMDD of the event the row records -
                                      *>on a C row the date the bank paid it
           02 CkOperator   pic x(10). *>who printed or voided it
