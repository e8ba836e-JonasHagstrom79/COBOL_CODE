01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 WSBucket60 pic s9(7)v99 value zero.
01 WSBucket90 pic s9(7)v99 value zero.
01 WSOverdueTotal pic s9(8)v99 value zero.
01 WS90DayEdit pic z,zzz,zz9.99-.
01 WSTotalEdit pic zz,zzz,zz9.99-.
01 SummaryLine pic x(60).
01 WSLetterNewPage pic x(1) value 'N'.
01 WSEmailedCount pic 9(5) value zero.
       copy docsreq.

procedure division.
0000-MAINLINE.
3100-ACCUMULATE-AR-TRANS. *>a disputed item is being argued, not ignored -
*>dunning a customer over it only escalates, so it stays out of the letter
       if HaveArTranRecord = 'Y' and SrtAtIdNum = IdNum
           call "GETDUE" using SrtAtInvoiceNum, SrtAtTranDate, TermsCode, WSDueDate
           call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
           evaluate true
               when SrtAtDispute = 'D'
                   continue
       end-if.

4000-PRINT-LETTER. *>one ready-to-mail page per customer - name and address block first,
*>built the way StringManipulation's BuildMailingLabel strings one together.
*>Every line goes through 4900, which prints it for the paper customers and
*>hands it to DOCSEND for the ones who take their letters by email
       set DsActionBegin to true
       move IdNum to DsIdNum
       set DsDocDunning to true
       move zero to DsDocNumber
       move WSRunDate to DsRunDate
       move Email to DsCustEmail
       call "DOCSEND" using DocSendRequest
       move spaces to WSMailingLabel
       string
           function trim(FirstName) delimited by size
           function trim(LastName) delimited by size
           into WSMailingLabel
       end-string
       move WSMailingLabel to PrintLine
       move 'Y' to WSLetterNewPage
       perform 4900-PUT-LETTER-LINE
       move CustStreet to PrintLine
       perform 4900-PUT-LETTER-LINE
       move spaces to WSCityLine
       string
           function trim(City) delimited by size
           Zip delimited by size
           into WSCityLine
       end-string
       move WSCityLine to PrintLine
       perform 4900-PUT-LETTER-LINE
       move spaces to PrintLine
       perform 4900-PUT-LETTER-LINE
       compute WSOverdueTotal = WSBucket60 + WSBucket90
       move WSBucket60 to WS60DayEdit
       move WSBucket90 to WS90DayEdit
       if WSBucket90 > zero
           add 1 to WSLetter90Count
           move "FINAL NOTICE - account seriously past due" to PrintLine
           perform 4900-PUT-LETTER-LINE
           move spaces to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "Despite previous reminders, the amounts below remain unpaid." to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "Unless payment reaches us within 10 days your account will be" to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "placed on credit hold and referred for collection." to PrintLine
           perform 4900-PUT-LETTER-LINE
       else
           add 1 to WSLetter60Count
           move "PAYMENT REMINDER" to PrintLine
           perform 4900-PUT-LETTER-LINE
           move spaces to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "Our records show the amounts below are more than 60 days past" to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "due. If payment has already been sent, please disregard this" to PrintLine
           perform 4900-PUT-LETTER-LINE
           move "notice - otherwise we ask that you settle the balance promptly." to PrintLine
           perform 4900-PUT-LETTER-LINE
       end-if
       move spaces to PrintLine
       perform 4900-PUT-LETTER-LINE
       move spaces to WSAmountLine
       string "  60 days past due : " delimited by size
           WS60DayEdit delimited by size
           into WSAmountLine
       end-string
       move WSAmountLine to PrintLine
       perform 4900-PUT-LETTER-LINE
       move spaces to WSAmountLine
       string "  90+ days past due: " delimited by size
           WS90DayEdit delimited by size
           into WSAmountLine
       end-string
       move WSAmountLine to PrintLine
       perform 4900-PUT-LETTER-LINE
       move spaces to WSAmountLine
       string "  Total overdue    : " delimited by size
           WSTotalEdit delimited by size
           into WSAmountLine
       end-string
       move WSAmountLine to PrintLine
       perform 4900-PUT-LETTER-LINE
       set DsActionEnd to true
       call "DOCSEND" using DocSendRequest
       if DsEmailed = 'Y'
           add 1 to WSEmailedCount
       end-if.

4900-PUT-LETTER-LINE.
       if DsPrintPaper = 'Y'
           if WSLetterNewPage = 'Y'
               write PrintLine after advancing page
           else
               write PrintLine after advancing 1 line
           end-if
       end-if
       move 'N' to WSLetterNewPage
       set DsActionLine to true
       move PrintLine to DsLine
       call "DOCSEND" using DocSendRequest.

8000-PRINT-SUMMARY-PAGE. *>one page the collections desk works from - how many letters
*>went out at each severity
           WSLetter90Count delimited by size
           into SummaryLine
       end-string
       write PrintLine from SummaryLine after advancing 1 line
       move spaces to SummaryLine
       string "  of which sent by email: " delimited by size
           WSEmailedCount delimited by size
           into SummaryLine
       end-string
       write PrintLine from SummaryLine after advancing 1 line.
