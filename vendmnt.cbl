       accept VnTerms
       move function upper-case(VnTerms) to VnTerms
       display "Default lead time, days : " with no advancing
       accept VnLeadDays
       display "Inspect every receipt before it is available (Y/N) : "
           with no advancing
       accept VnInspect
       move function upper-case(VnInspect) to VnInspect
       if not VnInspectReceipts
           move 'N' to VnInspect
       end-if
       perform 2600-ACCEPT-TAX-FIELDS.

2600-ACCEPT-TAX-FIELDS. *>what the January 1099 run needs - a reportable vendor
*>must name a valid box; the tax ID may follow later off the W-9, and until it
*>does the vendor sits on the 1099 exception list
       display "1099 reportable (Y/N) : " with no advancing
       accept Vn1099Flag
       move function upper-case(Vn1099Flag) to Vn1099Flag
       if Vn1099Reportable
           display "1099 box (NC-NEC 01-Rents 02-Royalties 03-Other"
               " 06-Medical 10-Attorney) : " with no advancing
           accept Vn1099Box
           move function upper-case(Vn1099Box) to Vn1099Box
           if not Vn1099BoxValid
               display "Unknown 1099 box - reported as NC nonemployee compensation"
               set Vn1099Nec to true
           end-if
       else
           move "N" to Vn1099Flag
           move spaces to Vn1099Box
       end-if
       display "Tax ID, digits only (blank = not on file yet) : " with no advancing
       accept VnTaxId
       if VnTaxId not = spaces and VnTaxId is not numeric
           display "Tax ID must be nine digits - left off file"
           move spaces to VnTaxId
       end-if
       if VnTaxId = spaces
           move space to VnTinType
       else
           display "Tax ID type (E-EIN  S-SSN) : " with no advancing
           accept VnTinType
           move function upper-case(VnTinType) to VnTinType
           if not VnTinSsn
               set VnTinEin to true
           end-if
       end-if.

3000-CHANGE-VENDOR.
       display "Vendor number to change : " with no advancing
               display "  " function trim(VnStreet) ", "
                   function trim(VnCity) ", " VnState " " VnZip
               display "  terms " VnTerms "  lead time " VnLeadDays " days"
               if VnInspectReceipts
                   display "  receipts held for inspection"
               end-if
               if Vn1099Reportable
                   if VnTaxId = spaces
                       display "  1099 box " Vn1099Box "  NO TAX ID ON FILE"
                   else
                       display "  1099 box " Vn1099Box "  tax ID ends "
                           VnTaxId(6:4)
                   end-if
               end-if
       end-read
       close VendorFile.
5000-EXIT.
