       >>source format free
identification division.
program-id. ediresnd.
data division.
working-storage section.
01 WSCurrentDate pic x(21).
01 WSDocType pic x(3) value spaces.
01 WSResentCount pic 9(5) value zero.
       copy edireq.

procedure division.
0000-MAINLINE. *>the partner says an invoice or ship notice never arrived -
*>it goes again by number, rebuilt from the files under a fresh control
*>number and logged on EDILOG.DAT as a resend
       move function current-date to WSCurrentDate
       perform 1000-RESEND-ONE thru 1000-EXIT until WSDocType = "X"
       display WSResentCount " document(s) resent"
       stop run.

1000-RESEND-ONE.
       display " "
       display "Document type 810-Invoice 856-Ship notice X-Exit : " with no advancing
       accept WSDocType
       move function upper-case(WSDocType) to WSDocType
       if WSDocType = "X"
           go to 1000-EXIT
       end-if
       if WSDocType not = "810" and WSDocType not = "856"
           display "Document type must be 810 or 856"
           go to 1000-EXIT
       end-if
       move WSDocType to EgDocType
       move zero to EgShipDate
       if EgDocInvoice
           display "Invoice number : " with no advancing
       else
           display "Order number : " with no advancing
       end-if
       accept EgDocNumber
       if EgDocAsn
           display "Ship date YYYYMMDD (0 = the latest shipment) : " with no advancing
           accept EgShipDate
       end-if
       move WSCurrentDate(1:8) to EgRunDate
       move 'Y' to EgResend
       call "EDIGEN" using EdiGenRequest
       if EgSent
           add 1 to WSResentCount
           display EgDocType " " EgDocNumber " resent to customer " EgIdNum
               " under control " EgControl " in " EgFileName
       else
           display EgDocType " " EgDocNumber " not resent - " EgMessage
       end-if.
1000-EXIT.
       exit.
