01 WSIdCheckValid pic x(1).
01 WSStateValid pic x(1).
01 WSZipValid pic x(1).
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.

procedure division.
0000-MAINLINE. *>who home actually is, on file at last - the address every
*>report card and school letter goes to
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       perform 1000-MENU until WSMode = 'X'
       stop run.

               display "  " function trim(GuStreet) ", "
                   function trim(GuCity) ", " GuState " " GuZip
               display "  phone " GuPhone
               perform 7800-LOG-THE-INQUIRY
       end-read
       close GuardianFile.
5000-EXIT.
       continue.

7800-LOG-THE-INQUIRY. *>a home address and phone number looked at
*>goes on the access log
       move WSOperator to ArOperator
       move "GUAMNT" to ArProgram
       set ArStudent to true
       move GuIDNum to ArIDNum
       set ArInquiry to true
       move "GUARDIAN NAME, ADDRESS, PHONE" to ArRevealed
       call "LOGACCESS" using AccessLogRequest.
