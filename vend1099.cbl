       >>source format free
identification division.
program-id. vend1099.
environment division.
input-output section.
file-control.
       copy vendfc.
       select Vend1099ParmFile assign to "VEND1099PARM.DAT"
           organization is line sequential
           file status is Vend1099ParmStatus.
       select CheckRegisterFile assign to "CHKREG.DAT"
           organization is line sequential
           file status is CheckRegisterStatus.
       select FilingFile assign to "IRS1099.DAT"
           organization is line sequential.
       select FormsFile assign to "1099FORMS.rpt"
           organization is line sequential.
       select Vend1099Register assign to "VEND1099.rpt"
           organization is line sequential.
data division.
file section.
fd VendorFile.
       copy vendrec.
fd Vend1099ParmFile.
01 Vend1099ParmData. *>the payer as the forms and the filing name it - one
*>line, maintained by hand like POSPAYPARM.DAT
       02 PpPayerTin    pic x(9).
       02 PpPayerName   pic x(30).
       02 PpPayerStreet pic x(25).
       02 PpPayerCity   pic x(15).
       02 PpPayerState  pic x(2).
       02 PpPayerZip    pic x(9).
       02 PpTransmitter pic x(5). *>control code the filing system issued us
fd CheckRegisterFile.
       copy chkreg.
fd FilingFile.
01 FilingRecord pic x(120).
fd FormsFile.
01 FormsLine pic x(80).
fd Vend1099Register.
01 PrintLine pic x(100).

working-storage section.
01 VendorMasterStatus pic x(2) value "00".
       88 VendorMasterOk value "00".
       88 VendorMasterNotFound value "35".
01 Vend1099ParmStatus pic x(2) value "00".
       88 Vend1099ParmOk value "00".
01 CheckRegisterStatus pic x(2) value "00".
       88 CheckRegisterOk value "00".
       88 CheckRegisterNotFound value "35".
01 CheckEndOfFile pic x(1) value 'N'.
01 VendorEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSTaxYear pic 9(4) value zero.
01 WSPassForm pic x(4). *>NEC on the first pass over the vendors, MISC on the second
01 WSPaidCount pic 9(4) value zero.
01 WSPaidTable. *>checks to each vendor in the tax year, net of voids
       02 WSPaidEntry occurs 1000 times.
           03 TblVendor pic 9(5).
           03 TblPaid   pic s9(9)v99.
01 WSPaidIndex pic 9(4) value zero.
01 WSFoundIndex pic 9(4) value zero.
01 WSTableFull pic x(1) value 'N'.
01 WSVendorPaid pic s9(9)v99 value zero.
01 WSThreshold pic 9(5)v99 value zero.
01 WSFormCount pic 9(5) value zero.
01 WSFormTotal pic 9(11)v99 value zero.
01 WSPassCount pic 9(5) value zero.
01 WSPassTotal pic 9(11)v99 value zero.
01 WSPayerCount pic 9(3) value zero.
01 WSExceptionCount pic 9(5) value zero.
01 WSUnderCount pic 9(5) value zero.
01 WSReviewCount pic 9(5) value zero.
01 WSBoxLabel pic x(30).
01 FileTransmitter. *>T - who sends the file
       02 FtType        pic x(1) value "T".
       02 FtYear        pic 9(4).
       02 FtPayerTin    pic x(9).
       02 FtTransmitter pic x(5).
       02 FtPayerName   pic x(30).
       02 filler        pic x(71).
01 FilePayer. *>A - one per form type, the payees under it follow
       02 FaType        pic x(1) value "A".
       02 FaYear        pic 9(4).
       02 FaPayerTin    pic x(9).
       02 FaForm        pic x(4).
       02 FaPayerName   pic x(30).
       02 FaPayerStreet pic x(25).
       02 FaPayerCity   pic x(15).
       02 FaPayerState  pic x(2).
       02 FaPayerZip    pic x(9).
       02 filler        pic x(21).
01 FilePayee. *>B - one per form
       02 FbType        pic x(1) value "B".
       02 FbYear        pic 9(4).
       02 FbTinType     pic x(1). *>1 = EIN, 2 = SSN
       02 FbTin         pic x(9).
       02 FbAccount     pic 9(4). *>our vendor number
       02 FbName        pic x(30).
       02 FbStreet      pic x(25).
       02 FbCity        pic x(15).
       02 FbState       pic x(2).
       02 FbZip         pic x(9).
       02 FbBox         pic x(2).
       02 FbAmount      pic 9(10)v99.
       02 filler        pic x(6).
01 FilePayerEnd. *>C - control totals for the payer block above
       02 FcType        pic x(1) value "C".
       02 FcCount       pic 9(8).
       02 FcTotal       pic 9(13)v99.
       02 filler        pic x(96).
01 FileEnd. *>F - end of transmission
       02 FfType        pic x(1) value "F".
       02 FfPayerCount  pic 9(8).
       02 FfPayeeCount  pic 9(8).
       02 filler        pic x(103).
01 RegHeading pic x(60) value "Vendor 1099 Information Returns - Register".
01 RegSectionLine pic x(100).
01 RegDetailLine.
       02 filler pic x(2) value space.
       02 PrnVendor pic 9(4).
       02 filler pic x(2) value space.
       02 PrnName pic x(30).
       02 filler pic x(2) value space.
       02 PrnBox pic x(2).
       02 filler pic x(2) value space.
       02 PrnAmount pic z,zzz,zzz,zz9.99-.
       02 filler pic x(2) value space.
       02 PrnNote pic x(34).
01 RegTotalLine.
       02 filler pic x(2) value space.
       02 PrnTotalLabel pic x(40).
       02 PrnTotalCount pic zz,zz9.
       02 filler pic x(3) value space.
       02 PrnTotalAmount pic zz,zzz,zzz,zz9.99.
01 FormAmountLine.
       02 filler pic x(4) value space.
       02 PrnFormBox pic x(30).
       02 filler pic x(4) value space.
       02 PrnFormAmount pic $$,$$$,$$$,$$9.99.

procedure division.
0000-MAINLINE. *>the January information returns - every reportable vendor's
*>checks for the calendar year off CHKREG.DAT, net of voids, printed as a
*>form and written to the filing file; a reportable vendor with no tax ID
*>goes on the exception list instead, and a vendor paid over the limit but
*>not flagged is listed for review so nobody is missed by accident
       display "Tax year (YYYY, 0 = last year) : " with no advancing
       accept WSTaxYear
       if WSTaxYear = zero
           move function current-date to WSCurrentDate
           compute WSTaxYear = function numval(WSCurrentDate(1:4)) - 1
       end-if
       perform 0100-GET-PAYER
       perform 1000-TOTAL-THE-CHECKS thru 1000-EXIT
       open input VendorFile
       if VendorMasterNotFound
           display "VENDOR.DAT not found - no vendors to report"
           close VendorFile
           move 1 to return-code
           stop run
       end-if
       close VendorFile
       open output FilingFile, FormsFile, Vend1099Register
       write PrintLine from RegHeading after advancing page
       move spaces to RegSectionLine
       string "Tax year " delimited by size
           WSTaxYear delimited by size
           "   payer " delimited by size
           PpPayerName delimited by size
           into RegSectionLine
       end-string
       write PrintLine from RegSectionLine after advancing 1 line
       move WSTaxYear to FtYear
       move PpPayerTin to FtPayerTin
       move PpTransmitter to FtTransmitter
       move PpPayerName to FtPayerName
       write FilingRecord from FileTransmitter
       move "NEC" to WSPassForm
       perform 2000-REPORT-ONE-FORM-TYPE thru 2000-EXIT
       move "MISC" to WSPassForm
       perform 2000-REPORT-ONE-FORM-TYPE thru 2000-EXIT
       move WSPayerCount to FfPayerCount
       move WSFormCount to FfPayeeCount
       write FilingRecord from FileEnd
       perform 4000-LIST-UNFLAGGED-VENDORS thru 4000-EXIT
       perform 5000-PRINT-CONTROL-TOTALS
       close FilingFile, FormsFile, Vend1099Register
       display "1099s for " WSTaxYear " - " WSFormCount " form(s) on 1099FORMS.rpt"
           " and IRS1099.DAT, " WSExceptionCount " exception(s) on VEND1099.rpt"
       if WSExceptionCount > zero or PpPayerTin = spaces or WSTableFull = 'Y'
           move 1 to return-code
       end-if
       stop run.

0100-GET-PAYER.
       move spaces to Vend1099ParmData
       open input Vend1099ParmFile
       if Vend1099ParmOk
           read Vend1099ParmFile
               at end move spaces to Vend1099ParmData
           end-read
       end-if
       close Vend1099ParmFile
       if PpPayerTin = spaces
           display "Warning - VEND1099PARM.DAT names no payer tax ID"
       end-if.

1000-TOTAL-THE-CHECKS. *>cash basis, the way the forms want it - a check counts
*>in the year it was issued, and a void of it takes it back out
       open input CheckRegisterFile
       if CheckRegisterNotFound
           close CheckRegisterFile
           go to 1000-EXIT
       end-if
       move 'N' to CheckEndOfFile
       perform 1100-TOTAL-ONE-ROW until CheckEndOfFile = 'Y'
       close CheckRegisterFile.
1000-EXIT.
       exit.

1100-TOTAL-ONE-ROW.
       read CheckRegisterFile next
           at end move 'Y' to CheckEndOfFile
           not at end
               if CkSourceVendor and CkIssueDate(1:4) = WSTaxYear
                  and (CkIssued or CkVoided)
                   perform 1200-FIND-PAID-ENTRY
                   if WSFoundIndex > zero
                       if CkIssued
                           add CkAmount to TblPaid(WSFoundIndex)
                       else
                           subtract CkAmount from TblPaid(WSFoundIndex)
                       end-if
                   end-if
               end-if
       end-read.

1200-FIND-PAID-ENTRY.
       move zero to WSFoundIndex
       perform 1250-TEST-ONE-ENTRY
           varying WSPaidIndex from 1 by 1
           until WSPaidIndex > WSPaidCount or WSFoundIndex > zero
       if WSFoundIndex = zero
           if WSPaidCount < 1000
               add 1 to WSPaidCount
               move CkPayeeId to TblVendor(WSPaidCount)
               move zero to TblPaid(WSPaidCount)
               move WSPaidCount to WSFoundIndex
           else
               move 'Y' to WSTableFull
           end-if
       end-if.

1250-TEST-ONE-ENTRY.
       if TblVendor(WSPaidIndex) = CkPayeeId
           move WSPaidIndex to WSFoundIndex
       end-if.

1300-LOOK-UP-PAID. *>the vendor's net payments for the year, zero if none
       move zero to WSVendorPaid
       move zero to WSFoundIndex
       move VnNumber to CkPayeeId
       perform 1250-TEST-ONE-ENTRY
           varying WSPaidIndex from 1 by 1
           until WSPaidIndex > WSPaidCount or WSFoundIndex > zero
       if WSFoundIndex > zero
           move TblPaid(WSFoundIndex) to WSVendorPaid
       end-if.

2000-REPORT-ONE-FORM-TYPE. *>one pass over the vendor master per form - the
*>filing wants each form's payees in a block under their own payer record
       move zero to WSPassCount, WSPassTotal
       move spaces to RegSectionLine
       string "Form 1099-" delimited by size
           WSPassForm delimited by space
           into RegSectionLine
       end-string
       write PrintLine from RegSectionLine after advancing 2 lines
       move WSTaxYear to FaYear
       move PpPayerTin to FaPayerTin
       move WSPassForm to FaForm
       move PpPayerName to FaPayerName
       move PpPayerStreet to FaPayerStreet
       move PpPayerCity to FaPayerCity
       move PpPayerState to FaPayerState
       move PpPayerZip to FaPayerZip
       write FilingRecord from FilePayer
       add 1 to WSPayerCount
       open input VendorFile
       move 'N' to VendorEndOfFile
       perform 2100-TEST-ONE-VENDOR until VendorEndOfFile = 'Y'
       close VendorFile
       move WSPassCount to FcCount
       move WSPassTotal to FcTotal
       write FilingRecord from FilePayerEnd.
2000-EXIT.
       exit.

2100-TEST-ONE-VENDOR.
       read VendorFile next
           at end move 'Y' to VendorEndOfFile
           not at end
               if Vn1099Reportable
                  and ((WSPassForm = "NEC" and Vn1099Nec)
                    or (WSPassForm = "MISC" and not Vn1099Nec))
                   perform 1300-LOOK-UP-PAID
                   if Vn1099Royalties
                       move 10.00 to WSThreshold
                   else
                       move 600.00 to WSThreshold
                   end-if
                   evaluate true
                       when WSVendorPaid < WSThreshold
                           add 1 to WSUnderCount
                       when VnTaxId = spaces
                           move "EXCEPTION - NO TAX ID ON FILE" to PrnNote
                           perform 2300-LIST-VENDOR
                           add 1 to WSExceptionCount
                       when other
                           perform 2200-ISSUE-THE-FORM
                   end-evaluate
               end-if
       end-read.

2200-ISSUE-THE-FORM.
       move spaces to FilePayee
       move "B" to FbType
       move WSTaxYear to FbYear
       if VnTinSsn
           move "2" to FbTinType
       else
           move "1" to FbTinType
       end-if
       move VnTaxId to FbTin
       move VnNumber to FbAccount
       move VnName to FbName
       move VnStreet to FbStreet
       move VnCity to FbCity
       move VnState to FbState
       move VnZip to FbZip
       move Vn1099Box to FbBox
       move WSVendorPaid to FbAmount
       write FilingRecord from FilePayee
       perform 3000-PRINT-THE-FORM
       move "form issued" to PrnNote
       perform 2300-LIST-VENDOR
       add 1 to WSFormCount, WSPassCount
       add WSVendorPaid to WSFormTotal, WSPassTotal.

2300-LIST-VENDOR.
       move VnNumber to PrnVendor
       move VnName to PrnName
       move Vn1099Box to PrnBox
       move WSVendorPaid to PrnAmount
       write PrintLine from RegDetailLine after advancing 1 line.

3000-PRINT-THE-FORM. *>the recipient copy - one page per vendor
       evaluate true
           when Vn1099Nec move "1 Nonemployee compensation" to WSBoxLabel
           when Vn1099Rents move "1 Rents" to WSBoxLabel
           when Vn1099Royalties move "2 Royalties" to WSBoxLabel
           when Vn1099Other move "3 Other income" to WSBoxLabel
           when Vn1099Medical move "6 Medical and health care" to WSBoxLabel
           when other move "10 Gross proceeds to an attorney" to WSBoxLabel
       end-evaluate
       move spaces to FormsLine
       string "FORM 1099-" delimited by size
           WSPassForm delimited by space
           "   TAX YEAR " delimited by size
           WSTaxYear delimited by size
           "   COPY B FOR RECIPIENT" delimited by size
           into FormsLine
       end-string
       write FormsLine after advancing page
       move "PAYER" to FormsLine
       write FormsLine after advancing 2 lines
       move spaces to FormsLine
       string "  " PpPayerName delimited by size into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  " PpPayerStreet delimited by size into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  " delimited by size
           PpPayerCity delimited by "  "
           ", " delimited by size
           PpPayerState delimited by size
           " " delimited by size
           PpPayerZip delimited by size
           into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  PAYER'S TIN " delimited by size
           PpPayerTin delimited by size
           into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move "RECIPIENT" to FormsLine
       write FormsLine after advancing 2 lines
       move spaces to FormsLine
       string "  " VnName delimited by size into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  " VnStreet delimited by size into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  " delimited by size
           VnCity delimited by "  "
           ", " delimited by size
           VnState delimited by size
           " " delimited by size
           VnZip delimited by size
           into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move spaces to FormsLine
       string "  RECIPIENT'S TIN ***-**-" delimited by size
           VnTaxId(6:4) delimited by size
           "   ACCOUNT " delimited by size
           VnNumber delimited by size
           into FormsLine
       end-string
       write FormsLine after advancing 1 line
       move WSBoxLabel to PrnFormBox
       move WSVendorPaid to PrnFormAmount
       write FormsLine from FormAmountLine after advancing 2 lines.

4000-LIST-UNFLAGGED-VENDORS. *>paid over the limit but not marked reportable -
*>probably a corporation, but somebody should look before the filing goes
       move "Not flagged reportable but paid 600.00 or more - review" to RegSectionLine
       write PrintLine from RegSectionLine after advancing 2 lines
       open input VendorFile
       move 'N' to VendorEndOfFile
       perform 4100-TEST-ONE-UNFLAGGED until VendorEndOfFile = 'Y'
       close VendorFile.
4000-EXIT.
       exit.

4100-TEST-ONE-UNFLAGGED.
       read VendorFile next
           at end move 'Y' to VendorEndOfFile
           not at end
               if not Vn1099Reportable
                   perform 1300-LOOK-UP-PAID
                   if WSVendorPaid >= 600.00
                       move "review - not reportable on file" to PrnNote
                       perform 2300-LIST-VENDOR
                       add 1 to WSReviewCount
                   end-if
               end-if
       end-read.

5000-PRINT-CONTROL-TOTALS.
       move "Forms issued" to PrnTotalLabel
       move WSFormCount to PrnTotalCount
       move WSFormTotal to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 2 lines
       move "Exceptions - reportable, no tax ID" to PrnTotalLabel
       move WSExceptionCount to PrnTotalCount
       move zero to PrnTotalAmount
       write PrintLine from RegTotalLine after advancing 1 line
       move "Reportable but under the limit" to PrnTotalLabel
       move WSUnderCount to PrnTotalCount
       write PrintLine from RegTotalLine after advancing 1 line
       move "Unflagged vendors listed for review" to PrnTotalLabel
       move WSReviewCount to PrnTotalCount
       write PrintLine from RegTotalLine after advancing 1 line
       if PpPayerTin = spaces
           move "*** VEND1099PARM.DAT names no payer tax ID - the filing will be rejected ***"
               to RegSectionLine
           write PrintLine from RegSectionLine after advancing 2 lines
       end-if
       if WSTableFull = 'Y'
           move "*** more vendors were paid than one run can total ***"
               to RegSectionLine
           write PrintLine from RegSectionLine after advancing 2 lines
       end-if.
