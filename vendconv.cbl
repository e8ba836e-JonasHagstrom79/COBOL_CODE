       >>source format free
identification division.
program-id. vendconv.
environment division.
input-output section.
file-control.
       copy vendfc.
       select OldVendorFile assign to "VENDOLD.DAT"
           organization is indexed
           access is dynamic
           record key is OVnNumber
           file status is OldVendorStatus.
data division.
file section.
fd VendorFile.
       copy vendrec.
fd OldVendorFile.
01 OldVendorData. *>the layout before the 1099 tax fields - same fields, no
*>tax ID, reportable flag or box
       02 OVnNumber   pic 9(4).
       02 OVnName     pic x(30).
       02 OVnStreet   pic x(25).
       02 OVnCity     pic x(15).
       02 OVnState    pic x(2).
       02 OVnZip      pic x(9).
       02 OVnTerms    pic x(10).
       02 OVnLeadDays pic 9(3).

working-storage section.
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
       88 VendorMasterNotFound value "35".
01 OldVendorStatus pic x(2) value "00".
       88 OldVendorOk value "00".
       88 OldVendorNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSLoadedCount pic 9(5) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion to the 1099 layout - rename the old
*>VENDOR.DAT to VENDOLD.DAT, run this once, and every vendor comes across
*>not reportable with no tax ID, ready for the W-9s to be keyed in VENDMNT
       open input OldVendorFile
       if OldVendorNotFound
           display "VENDOLD.DAT not found - rename the old VENDOR.DAT to"
               " VENDOLD.DAT and run again"
           close OldVendorFile
           move 1 to return-code
           stop run
       end-if
       open i-o VendorFile
       if VendorMasterNotFound
           close VendorFile
           open output VendorFile
           close VendorFile
           open i-o VendorFile
       end-if
       if not VendorMasterOk
           display "Vendor file is in use by another user - try again later"
           close OldVendorFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldVendorFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-VENDOR until OldEndOfFile = 'Y'
       close OldVendorFile, VendorFile
       display "Conversion complete - " WSLoadedCount
           " vendors carried to the 1099 layout"
       stop run.

1000-CONVERT-ONE-VENDOR.
       move OVnNumber to VnNumber
       move OVnName to VnName
       move OVnStreet to VnStreet
       move OVnCity to VnCity
       move OVnState to VnState
       move OVnZip to VnZip
       move OVnTerms to VnTerms
       move OVnLeadDays to VnLeadDays
       move spaces to VnTaxId, VnTinType, Vn1099Box
       move 'N' to VnInspect
       move "N" to Vn1099Flag
       write VendorData
           invalid key display "Vendor " OVnNumber " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       end-write
       read OldVendorFile next
           at end move 'Y' to OldEndOfFile
       end-read.
