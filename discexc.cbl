       >>source format free
identification division.
program-id. discexc.
environment division.
input-output section.
file-control.
       select UnearnedFile assign to "UNEARNED.DAT"
           organization is line sequential
           file status is UnearnedFileStatus.
       select UnearnedReport assign to "DISCEXC.rpt"
           organization is line sequential.
data division.
file section.
fd UnearnedFile.
       copy unearned.
fd UnearnedReport.
01 PrintLine pic x(80).

working-storage section.
01 UnearnedFileStatus pic x(2) value "00".
       88 UnearnedFileOk value "00".
       88 UnearnedFileNotFound value "35".
01 UnearnedEndOfFile pic x(1) value 'N'.
01 WSDaysLate pic s9(7) value zero.
01 ExcHeading pic x(40) value "Unearned Discount Exceptions".
01 ExcColHeads pic x(76)
       value "IdNum  Inv#    Check#  Paid on   Disc by  Late    Deducted  Source".
01 ExcDetailLine.
       02 PrnCustID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnInvoiceNum pic 9(6).
       02 filler pic x(2) value space.
       02 PrnCheckNum pic 9(6).
       02 filler pic x(2) value space.
       02 PrnPayDate pic 9(8).
       02 filler pic x(2) value space.
       02 PrnDiscDate pic 9(8).
       02 filler pic x(1) value space.
       02 PrnDaysLate pic zzz9.
       02 filler pic x(2) value space.
       02 PrnShortAmount pic zzz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnSource pic x(7).
01 WSExcCount pic 9(5) value zero.
01 WSExcTotal pic 9(9)v99 value zero.
01 ExcTotalLine.
       02 PrnTotalLabel pic x(24).
       02 PrnTotalAmount pic zz,zzz,zz9.99.
01 ExcCountLine pic x(60).

procedure division.
0000-MAINLINE. *>the early-payment discounts customers deducted after the
*>window had closed - CASHRCPT and LOCKBOX posted the check as received and
*>left the shortfall open on the invoice; this is the list collections works
*>from to bill it back or write it off
       open input UnearnedFile
       if UnearnedFileNotFound
           display "UNEARNED.DAT not found - no unearned discounts on file"
           close UnearnedFile
           stop run
       end-if
       open output UnearnedReport
       write PrintLine from ExcHeading after advancing page
       write PrintLine from ExcColHeads after advancing 2 lines
       perform 1000-PRINT-EXCEPTION until UnearnedEndOfFile = 'Y'
       move spaces to ExcCountLine
       string "Unearned discounts : " delimited by size
           WSExcCount delimited by size
           into ExcCountLine
       end-string
       write PrintLine from ExcCountLine after advancing 2 lines
       move "Deducted dollar total   " to PrnTotalLabel
       move WSExcTotal to PrnTotalAmount
       write PrintLine from ExcTotalLine after advancing 1 line
       close UnearnedFile, UnearnedReport
       display "Unearned discount listing written to DISCEXC.rpt"
       stop run.

1000-PRINT-EXCEPTION.
       read UnearnedFile next
           at end move 'Y' to UnearnedEndOfFile
           not at end
               move UdIdNum to PrnCustID
               move UdInvoiceNum to PrnInvoiceNum
               move UdCheckNum to PrnCheckNum
               move UdPayDate to PrnPayDate
               move UdDiscDate to PrnDiscDate
               call "DATEDIFF" using UdDiscDate, UdPayDate, WSDaysLate
               move WSDaysLate to PrnDaysLate
               move UdShortAmount to PrnShortAmount
               evaluate true
                   when UdSourceKeyed   move "KEYED" to PrnSource
                   when UdSourceLockbox move "LOCKBOX" to PrnSource
                   when other           move "UNKNOWN" to PrnSource
               end-evaluate
               write PrintLine from ExcDetailLine after advancing 1 line
               add 1 to WSExcCount
               add UdShortAmount to WSExcTotal
       end-read.
