       >>source format free
identification division.
program-id. termmnt.
environment division.
input-output section.
file-control.
       select TermsFile assign to "TERMS.DAT"
           organization is line sequential
           file status is TermsFileStatus.
data division.
file section.
fd TermsFile.
       copy termrec.

working-storage section.
01 TermsFileStatus pic x(2) value "00".
       88 TermsFileOk value "00".
01 WSMode pic x(1). *>A=add or re-key a code, L=list the table, X=exit
01 WSNewCode pic x(8).
01 WSNewNetDays pic 9(3).
01 WSNewDiscPct pic 9(2)v99.
01 WSNewDiscDays pic 9(3).
01 WSNewDescription pic x(30).
01 TermsEndOfFile pic x(1) value 'N'.
01 WSRowCount pic 9(5) value zero.

procedure division.
0000-MAINLINE. *>where the office keys the payment terms customers are put on -
*>a data change on TERMS.DAT the way EXCHMNT keys rates, so a new set of terms
*>never needs a recompile. A code keyed again replaces the earlier row for
*>invoices written from then on; invoices already out keep the dates on them
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Payment terms - A-Add/re-key  L-List  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-TERMS thru 2000-EXIT
           when 'L' perform 3000-LIST-TERMS thru 3000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-TERMS.
       display "Terms code (e.g. NET30, 2/10N30) : " with no advancing
       accept WSNewCode
       move function upper-case(WSNewCode) to WSNewCode
       if WSNewCode = spaces
           display "A blank code already means due on receipt - nothing to add"
           go to 2000-EXIT
       end-if
       display "Days from invoice date to due : " with no advancing
       accept WSNewNetDays
       display "Early-payment discount percent (e.g. 2.00, 0-none) : " with no advancing
       accept WSNewDiscPct
       move zero to WSNewDiscDays
       if WSNewDiscPct > zero
           if WSNewDiscPct >= 50
               display "A discount of " WSNewDiscPct "% is not a payment term - rejected"
               go to 2000-EXIT
           end-if
           display "Days from invoice date the discount may be taken : " with no advancing
           accept WSNewDiscDays
           if WSNewDiscDays = zero or WSNewDiscDays > WSNewNetDays
               display "The discount window must end on or before the due date - rejected"
               go to 2000-EXIT
           end-if
       end-if
       display "Description : " with no advancing
       accept WSNewDescription
       move WSNewCode to TmCode
       move WSNewNetDays to TmNetDays
       move WSNewDiscPct to TmDiscPct
       move WSNewDiscDays to TmDiscDays
       move WSNewDescription to TmDescription
       open extend TermsFile
       if not TermsFileOk
           open output TermsFile
       end-if
       write TermsData
       close TermsFile
       display "Terms " WSNewCode " added".
2000-EXIT.
       continue.

3000-LIST-TERMS.
       open input TermsFile
       if not TermsFileOk
           display "No terms on file yet"
           close TermsFile
           go to 3000-EXIT
       end-if
       move zero to WSRowCount
       move 'N' to TermsEndOfFile
       perform 3100-LIST-ONE-TERMS until TermsEndOfFile = 'Y'
       close TermsFile
       display WSRowCount " terms rows on file - the last row for a code is the one in force".
3000-EXIT.
       continue.

3100-LIST-ONE-TERMS.
       read TermsFile next
           at end move 'Y' to TermsEndOfFile
           not at end
               display "  " TmCode "  net " TmNetDays "  discount "
                   TmDiscPct "% within " TmDiscDays " days  " TmDescription
               add 1 to WSRowCount
       end-read.
