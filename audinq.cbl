01 WSFilterFromDate pic 9(8).
01 WSFilterToDate pic 9(8).
01 WSAudDate pic 9(8).
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.
01 WSMatchCount pic 9(5) value zero.
*>the raw 200-byte images decoded against the custrec layout - the same
*>mirror-record trick the sort programs use for their workfile versions
01 RptCountLine pic x(60).

procedure division.
0000-MAINLINE. *>the change history is customer data too - the run goes on
*>the access log under the operator who asked for it
       display "Operator ID : " with no advancing
       accept WSOperator
       call "CHKOPER" using WSOperator, WSSignedOn
       if WSSignedOn not = 'Y'
           display "Access denied - see the supervisor about your operator ID"
           move 1 to return-code
           stop run
       end-if
       open input CustAuditFile
       if CustAuditFileNotFound
           display "CUSTAUDIT.DAT not found - no audit history yet"
           stop run
       end-if
       perform 1000-CHOOSE-FILTER
       perform 1500-LOG-THE-INQUIRY
       open output AuditInquiryReport
       write PrintLine from RptHeading after advancing page
       perform 2000-PROCESS-AUDIT-RECORD until AuditEndOfFile = 'Y'
               move 'A' to WSFilterMode
       end-evaluate.

1500-LOG-THE-INQUIRY. *>one entry for the run - the customer when the
*>filter names one, otherwise the filter that was asked for
       move WSOperator to ArOperator
       move "AUDINQ" to ArProgram
       set ArCustomer to true
       set ArHistory to true
       move zero to ArIDNum
       move spaces to ArRevealed
       evaluate WSFilterMode
           when 'C'
               move WSFilterIdNum to ArIDNum
               move "CHANGE HISTORY BEFORE/AFTER IMAGES" to ArRevealed
           when 'O'
               string "CHANGE HISTORY FOR OPERATOR " delimited by size
                   WSFilterOperator delimited by size
                   into ArRevealed
               end-string
           when 'T'
               string "CHANGE HISTORY FOR ACTION " delimited by size
                   WSFilterAction delimited by size
                   into ArRevealed
               end-string
           when 'D'
               string "CHANGE HISTORY " delimited by size
                   WSFilterFromDate delimited by size
                   " TO " delimited by size
                   WSFilterToDate delimited by size
                   into ArRevealed
               end-string
           when other
               move "CHANGE HISTORY ALL CUSTOMERS" to ArRevealed
       end-evaluate
       call "LOGACCESS" using AccessLogRequest.

2000-PROCESS-AUDIT-RECORD.
       read CustAuditFile next
           at end move 'Y' to AuditEndOfFile
           when AudActionAdd    move "ADD" to PrnAction
           when AudActionChange move "CHANGE" to PrnAction
           when AudActionDelete move "DELETE" to PrnAction
           when AudActionErase  move "ERASE" to PrnAction
           when other           move AudAction to PrnAction
       end-evaluate
       move AudIdNum to PrnIdNum
