      *>----------------------------------------------------------------
      *> ERSREC - personal-data erasure request (ERASEREQ.DAT). Taken
      *> when the customer asks, carried out by CUSTERASE once the
      *> account is settled - the name, address and contact fields are
      *> blanked in every file that keeps them and the certificate
      *> names each file and record touched. The row is kept after the
      *> erasure as the record that it was done, and when.
      *>----------------------------------------------------------------
       01 EraseRequestData.
           02 ErIdNum        pic 9(5).
           02 ErReference    pic x(15). *>the customer's letter or ticket
           02 ErReceived     pic 9(8).  *>YYYYMMDD the request came in
           02 ErStatus       pic x(1).
               88 ErPending  value "P". *>taken, not yet carried out
               88 ErErased   value "E".
               88 ErWithdrawn value "W". *>customer withdrew the request
           02 ErStatusDate   pic 9(8).
           02 ErOperator     pic x(10). *>who took it, then who carried it out
           02 ErHoldReason   pic x(40). *>why the last attempt could not run
           02 ErFilesTouched pic 9(3).
           02 ErRecsTouched  pic 9(7).
           02 ErCertificate  pic x(20). *>the certificate report written
