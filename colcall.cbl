       >>source format free
identification division.
program-id. colcall.
environment division.
input-output section.
file-control.
       copy custfc.
       copy colfc.
       select CollectNoteFile assign to "COLNOTES.DAT"
           organization is line sequential
           file status is CollectNoteStatus.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd CollectFile.
       copy colrec.
fd CollectNoteFile.
       copy colnote.

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 CollectFileStatus pic x(2) value "00".
       88 CollectFileOk value "00".
       88 CollectFileNotFound value "35".
01 CollectNoteStatus pic x(2) value "00".
       88 CollectNoteOk value "00".
01 CollectNoteEndOfFile pic x(1) value 'N'.
01 WSOperator pic x(10) value spaces.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSCallCustID pic 9(5) value 1.
01 WSCustFound pic x(1).
01 WSHaveAccount pic x(1).
01 WSOutcome pic x(2).
       88 WSOutcomeValid values "PP" "NA" "LM" "RF" "DS" "OT".
01 WSNoteText pic x(60).
01 WSPromiseAmt pic 9(7)v99.
01 WSPromiseDate pic 9(8).
01 WSFollowUp pic 9(8).
01 WSDaysAhead pic s9(7).
01 WSCallsLogged pic 9(5) value zero.
01 WSHistCount pic 9(1) value zero.
01 WSHistTable. *>the customer's last five notes, oldest pushed off the top
       02 WSHistEntry occurs 5 times.
           03 WSHistDate    pic 9(8).
           03 WSHistOper    pic x(10).
           03 WSHistOutcome pic x(2).
           03 WSHistText    pic x(60).
01 WSHistIndex pic 9(1) value zero.
01 WSBalanceEdit pic z,zzz,zz9.99-.
01 WSAmountEdit pic z,zzz,zz9.99.

procedure division.
0000-MAINLINE. *>the collector's call sheet - the customer's standing, their
*>last few calls, then what happened on this one: a note for every call, the
*>promise to pay if one was given, and when to call next. COLBRK checks the
*>promise against the cash the morning after it falls due
       display "Operator ID : " with no advancing
       accept WSOperator
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-CALL-ONE-CUSTOMER thru 1000-EXIT until WSCallCustID = zero
       display WSCallsLogged " call(s) logged on COLNOTES.DAT"
       stop run.

1000-CALL-ONE-CUSTOMER.
       display " "
       display "Customer IdNum (0 = done) : " with no advancing
       accept WSCallCustID
       if WSCallCustID = zero
           go to 1000-EXIT
       end-if
       perform 2000-SHOW-THE-CUSTOMER thru 2000-EXIT
       if WSCustFound not = 'Y'
           go to 1000-EXIT
       end-if
       perform 2500-SHOW-CALL-HISTORY
       perform 3000-TAKE-THE-CALL thru 3000-EXIT
       if WSOutcomeValid
           perform 4000-RECORD-THE-CALL thru 4000-EXIT
       end-if.
1000-EXIT.
       exit.

2000-SHOW-THE-CUSTOMER.
       move 'N' to WSCustFound
       open input CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close CustomerFile
           go to 2000-EXIT
       end-if
       move WSCallCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSCallCustID " not found"
           not invalid key
               move 'Y' to WSCustFound
               move Balance to WSBalanceEdit
               display FirstName " " LastName "  phone " Phone
               display "Balance " WSBalanceEdit "  status " CustStatus
       end-read
       close CustomerFile
       if WSCustFound not = 'Y'
           go to 2000-EXIT
       end-if
       move 'N' to WSHaveAccount
       open input CollectFile
       if CollectFileOk
           move WSCallCustID to CoIdNum
           read CollectFile
               key is CoIdNum
               invalid key continue
               not invalid key move 'Y' to WSHaveAccount
           end-read
       end-if
       close CollectFile
       if WSHaveAccount = 'Y'
           move CoPromiseAmt to WSAmountEdit
           display "Last call " CoLastCall " by " CoLastOperator
               "  follow-up " CoFollowUp
           if not CoNoPromise
               display "Promise of " WSAmountEdit " by " CoPromiseDate
                   " - status " CoPromiseStatus "  broken to date " CoBrokenCount
           end-if
       else
           display "No calls logged for this customer yet"
       end-if.
2000-EXIT.
       exit.

2500-SHOW-CALL-HISTORY.
       move zero to WSHistCount
       open input CollectNoteFile
       if CollectNoteOk
           move 'N' to CollectNoteEndOfFile
           perform 2600-KEEP-ONE-NOTE until CollectNoteEndOfFile = 'Y'
       end-if
       close CollectNoteFile
       perform 2700-SHOW-ONE-NOTE varying WSHistIndex from 1 by 1
           until WSHistIndex > WSHistCount.

2600-KEEP-ONE-NOTE.
       read CollectNoteFile
           at end move 'Y' to CollectNoteEndOfFile
           not at end
               if CnIdNum = WSCallCustID
                   if WSHistCount < 5
                       add 1 to WSHistCount
                   else
                       move WSHistEntry(2) to WSHistEntry(1)
                       move WSHistEntry(3) to WSHistEntry(2)
                       move WSHistEntry(4) to WSHistEntry(3)
                       move WSHistEntry(5) to WSHistEntry(4)
                   end-if
                   move CnDate to WSHistDate(WSHistCount)
                   move CnOperator to WSHistOper(WSHistCount)
                   move CnOutcome to WSHistOutcome(WSHistCount)
                   move CnText to WSHistText(WSHistCount)
               end-if
       end-read.

2700-SHOW-ONE-NOTE.
       display "  " WSHistDate(WSHistIndex) " " WSHistOper(WSHistIndex)
           " " WSHistOutcome(WSHistIndex) " " WSHistText(WSHistIndex).

3000-TAKE-THE-CALL.
       move zero to WSPromiseAmt, WSPromiseDate, WSFollowUp
       display "Outcome PP-Promise NA-No answer LM-Left message RF-Refused"
       display "        DS-Dispute raised OT-Other : " with no advancing
       accept WSOutcome
       move function upper-case(WSOutcome) to WSOutcome
       if not WSOutcomeValid
           display "Outcome must be PP, NA, LM, RF, DS or OT - call not logged"
           go to 3000-EXIT
       end-if
       display "Note : " with no advancing
       accept WSNoteText
       if WSOutcome = "PP"
           perform 3200-TAKE-THE-PROMISE thru 3200-EXIT
           if WSPromiseAmt = zero
               move spaces to WSOutcome
               go to 3000-EXIT
           end-if
       end-if
       if WSOutcome = "DS"
           display "Raise the item in DISPUTE - a disputed account leaves the call list"
       end-if
       display "Next follow-up date YYYYMMDD (0 = "
           "promise date, or tonight's list) : " with no advancing
       accept WSFollowUp
       if WSFollowUp = zero
           move WSPromiseDate to WSFollowUp
       end-if
       if WSFollowUp not = zero
           call "DATEDIFF" using WSRunDate, WSFollowUp, WSDaysAhead
           if WSDaysAhead < zero
               display "Follow-up date is in the past - left for tonight's list"
               move zero to WSFollowUp
           end-if
       end-if.
3000-EXIT.
       exit.

3200-TAKE-THE-PROMISE.
       display "Amount promised : " with no advancing
       accept WSPromiseAmt
       if WSPromiseAmt = zero
           display "A promise needs an amount - call not logged"
           go to 3200-EXIT
       end-if
       display "Promised by date (YYYYMMDD) : " with no advancing
       accept WSPromiseDate
       call "DATEDIFF" using WSRunDate, WSPromiseDate, WSDaysAhead
       if WSPromiseDate = zero or WSDaysAhead < zero
           display "The promised date must be today or later - call not logged"
           move zero to WSPromiseAmt, WSPromiseDate
       end-if.
3200-EXIT.
       exit.

4000-RECORD-THE-CALL.
       open i-o CollectFile
       if CollectFileNotFound
           close CollectFile
           open output CollectFile
           close CollectFile
           open i-o CollectFile
       end-if
       if not CollectFileOk
           display "Collections file is in use by another user - call not logged"
           close CollectFile
           go to 4000-EXIT
       end-if
       move WSCallCustID to CoIdNum
       read CollectFile
           key is CoIdNum
           invalid key
               initialize CollectData
               move WSCallCustID to CoIdNum
               move 'N' to WSHaveAccount
           not invalid key
               move 'Y' to WSHaveAccount
       end-read
       move WSRunDate to CoLastCall
       move WSOperator to CoLastOperator
       move WSFollowUp to CoFollowUp
       if WSOutcome = "PP"
           move WSPromiseAmt to CoPromiseAmt
           move WSPromiseDate to CoPromiseDate
           move WSRunDate to CoPromiseMade
           move zero to CoPromisePaid
           set CoPromiseOpen to true
       end-if
       if WSHaveAccount = 'Y'
           rewrite CollectData
       else
           write CollectData
       end-if
       close CollectFile
       move function current-date to WSCurrentDate
       move WSCallCustID to CnIdNum
       move WSRunDate to CnDate
       move WSCurrentDate(9:6) to CnTime
       move WSOperator to CnOperator
       move WSOutcome to CnOutcome
       move WSNoteText to CnText
       open extend CollectNoteFile
       if not CollectNoteOk
           open output CollectNoteFile
       end-if
       write CollectNoteData
       close CollectNoteFile
       add 1 to WSCallsLogged
       display "Call logged for customer " WSCallCustID.
4000-EXIT.
       exit.
