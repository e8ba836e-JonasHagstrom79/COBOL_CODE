01 WSNewGradeLevel pic 9(2).
01 WSNewGPA pic 9v99.
01 WSNewEnrollDate pic 9(8).
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.

procedure division.
0000-MAINLINE. *>the roster finally gets the FILES treatment - a typo in a GPA is
*>a change-mode fix, not an editor session against a flat file
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

       accept SmGPA
       display "Enrollment date (YYYYMMDD) : " with no advancing
       accept SmEnrollmentDate
       move zero to SmWeightedGPA, SmClassRank, SmClassSize, SmDecile
       write StudMasterData
           invalid key display "Student " WSStudentID " could not be added"
           not invalid key display "Student " WSStudentID " added"
               display "Student " SmIDNum "  " SmStudName
               display "  grade level " SmGradeLevel "  GPA " SmGPA
                   "  enrolled " SmEnrollmentDate
               display "  weighted GPA " SmWeightedGPA "  class rank " SmClassRank
                   " of " SmClassSize "  decile " SmDecile
               perform 7800-LOG-THE-INQUIRY
       end-read
       close StudentMasterFile.
5000-EXIT.
       continue.

7800-LOG-THE-INQUIRY. *>a student record looked at goes on the
*>access log the way a customer record does
       move WSOperator to ArOperator
       move "STUDMNT" to ArProgram
       set ArStudent to true
       move SmIDNum to ArIDNum
       set ArInquiry to true
       move "STUDENT RECORD, GPA, CLASS RANK" to ArRevealed
       call "LOGACCESS" using AccessLogRequest.
