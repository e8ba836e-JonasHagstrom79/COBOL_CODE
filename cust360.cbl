01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDaysPastDue pic s9(7).
01 WSDueDate pic 9(8) value zero. *>GETDUE - the row ages from the day it fell due
01 ArTranEndOfFile pic x(1) value 'N'.
01 OrderEndOfFile pic x(1) value 'N'.
01 HoldEndOfFile pic x(1) value 'N'.
01 WSOpenOrderCount pic 9(3) value zero.
01 WSHoldLineCount pic 9(3) value zero.
01 WSAmountEdit pic z,zzz,zz9.99-.
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.

procedure division.
0000-MAINLINE. *>the five-program phone call collapsed to one - master record,
*>aged AR, open orders, credit-hold lines, payment plan and last payment date,
*>all from one IdNum or a LastName lookup while the customer waits. Every
*>customer shown goes on the access log under the operator signed on
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSLookupMode = 'X'
           display "Customer " WSLookupID " not found"
           go to 3000-EXIT
       end-if
       move WSOperator to ArOperator
       move "CUST360" to ArProgram
       set ArCustomer to true
       move IdNum to ArIDNum
       set ArInquiry to true
       move "CONTACT, BALANCE, AR, ORDERS, HOLDS, PLAN" to ArRevealed
       call "LOGACCESS" using AccessLogRequest
       display " "
       display "=== Customer " IdNum " - " function trim(FirstName) " "
           function trim(LastName) " ==="
       display "  Phone " Phone "  Email " function trim(Email)
       display "  Status " CustStatus "  Credit limit " CreditLimit
           "  Balance " Balance
       if TermsCode = spaces
           display "  Terms   due on receipt"
       else
           display "  Terms   " TermsCode
       end-if
       perform 4000-SHOW-AGED-AR
       perform 5000-SHOW-OPEN-ORDERS thru 5000-EXIT
       perform 6000-SHOW-CREDIT-HOLDS
           at end move 'Y' to ArTranEndOfFile
           not at end
               if AtIdNum = WSLookupID
                   call "GETDUE" using AtInvoiceNum, AtTranDate, TermsCode, WSDueDate
                   call "DATEDIFF" using WSDueDate, WSRunDate, WSDaysPastDue
                   evaluate true
                       when AtDisputed
                           add AtInvoiceAmt to WSBucketDisputed

5100-SHOW-ONE-ORDER.
       if OrdLineNo = zero and not OrdStatusInvoiced
          and not OrdStatusCancelled
           display "  Order " OrdNumber "  dated " OrdDate
               "  status " OrdStatus
           add 1 to WSOpenOrderCount
