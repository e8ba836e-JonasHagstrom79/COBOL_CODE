       >>source format free
identification division.
program-id. immmnt.
environment division.
input-output section.
file-control.
       copy imqfc.
       copy imdfc.
       copy imxfc.
       copy studfc.
data division.
file section.
fd ImmReqFile.
       copy imqrec.
fd ImmDoseFile.
       copy imdrec.
fd ImmExemptFile.
       copy imxrec.
fd StudentMasterFile.
       copy studrec.

working-storage section.
01 ImmReqStatus pic x(2) value "00".
       88 ImmReqOk value "00".
       88 ImmReqNotFound value "35".
01 ImmDoseStatus pic x(2) value "00".
       88 ImmDoseOk value "00".
       88 ImmDoseNotFound value "35".
01 ImmExemptStatus pic x(2) value "00".
       88 ImmExemptOk value "00".
       88 ImmExemptNotFound value "35".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 ReqEndOfFile pic x(1) value 'N'.
01 DoseEndOfFile pic x(1) value 'N'.
01 ExemptEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>Q=set a requirement, U=remove one, L=list a grade's,
*>V=record a dose, W=remove a dose, E=exemption, I=inquire a student, X=exit
01 WSGradeLevel pic 9(2).
01 WSVaccine pic x(6).
01 WSStudentID pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSStudentFound pic x(1).
01 WSStudentName pic x(25).
01 WSDoseNo pic 9(1).
01 WSDoseDate pic 9(8).
01 WSLastDoseNo pic 9(1) value zero.
01 WSExemptType pic x(1).
01 WSListCount pic 9(3) value zero.
01 WSGapIndex pic 9(2) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
       copy imcreq.
01 WSOperator pic x(10) value spaces. *>who is looking, for the access log
01 WSSignedOn pic x(1) value 'N'.
       copy acsreq.

procedure division.
0000-MAINLINE. *>the nurse's binder on file - the vaccines each grade level
*>must have, every dose each student has had, and the exemptions on file,
*>judged through CHKIMMUN the way the compliance report and registration
*>judge them
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
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Immunizations - Q-Set requirement  U-Remove requirement  L-List grade"
       display "  V-Record dose  W-Remove dose  E-Exemption  I-Inquire student  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'Q' perform 2000-SET-REQUIREMENT thru 2000-EXIT
           when 'U' perform 2500-REMOVE-REQUIREMENT thru 2500-EXIT
           when 'L' perform 2800-LIST-GRADE thru 2800-EXIT
           when 'V' perform 3000-RECORD-DOSE thru 3000-EXIT
           when 'W' perform 3500-REMOVE-DOSE thru 3500-EXIT
           when 'E' perform 4000-SET-EXEMPTION thru 4000-EXIT
           when 'I' perform 5000-INQUIRE-STUDENT thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

1100-ACCEPT-STUDENT.
       move 'N' to WSStudentFound
       display "Student IDNum : " with no advancing
       accept WSStudentID
       call "CHKDIGIT" using WSStudentID, WSIdCheckValid
       if WSIdCheckValid not = 'Y'
           display "Student ID " WSStudentID " fails the check-digit test"
           exit paragraph
       end-if
       open input StudentMasterFile
       if not StudentMasterOk
           display "STUDMAST.DAT not found - load students with STUDMNT first"
           close StudentMasterFile
           exit paragraph
       end-if
       move WSStudentID to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               display "Student " WSStudentID " not on the master"
           not invalid key
               move SmStudName to WSStudentName
               move 'Y' to WSStudentFound
               display function trim(WSStudentName) "  grade level " SmGradeLevel
       end-read
       close StudentMasterFile.

1200-ACCEPT-VACCINE.
       display "Vaccine code (e.g. MMR) : " with no advancing
       accept WSVaccine
       move function upper-case(WSVaccine) to WSVaccine.

2000-SET-REQUIREMENT. *>adds the vaccine to the grade, or changes its doses
       display "Grade level : " with no advancing
       accept WSGradeLevel
       perform 1200-ACCEPT-VACCINE
       if WSVaccine = spaces or WSVaccine = "ALL"
           display "A vaccine code is needed - ALL is kept for exemptions"
           go to 2000-EXIT
       end-if
       open i-o ImmReqFile
       if ImmReqNotFound
           close ImmReqFile
           open output ImmReqFile
           close ImmReqFile
           open i-o ImmReqFile
       end-if
       if not ImmReqOk
           display "Requirements file is in use by another user - try again later"
           close ImmReqFile
           go to 2000-EXIT
       end-if
       move WSGradeLevel to IqGradeLevel
       move WSVaccine to IqVaccine
       read ImmReqFile
           key is IqKey
           invalid key
               perform 2100-ACCEPT-REQUIREMENT-FIELDS
               move WSGradeLevel to IqGradeLevel
               move WSVaccine to IqVaccine
               write ImmReqData
               display "Grade " WSGradeLevel " now requires " WSVaccine
           not invalid key
               display "Now " function trim(IqName) " - " IqDoses " doses, "
                   IqInterval " days apart"
               perform 2100-ACCEPT-REQUIREMENT-FIELDS
               rewrite ImmReqData
               display "Grade " WSGradeLevel " " WSVaccine " changed"
       end-read
       close ImmReqFile.
2000-EXIT.
       continue.

2100-ACCEPT-REQUIREMENT-FIELDS.
       display "Vaccine name : " with no advancing
       accept IqName
       display "Doses required by this grade : " with no advancing
       accept IqDoses
       if IqDoses = zero
           move 1 to IqDoses
       end-if
       display "Days from one dose to the next falling due : " with no advancing
       accept IqInterval.

2500-REMOVE-REQUIREMENT.
       display "Grade level : " with no advancing
       accept WSGradeLevel
       perform 1200-ACCEPT-VACCINE
       open i-o ImmReqFile
       if not ImmReqOk
           display "No requirements on file yet"
           close ImmReqFile
           go to 2500-EXIT
       end-if
       move WSGradeLevel to IqGradeLevel
       move WSVaccine to IqVaccine
       read ImmReqFile
           key is IqKey
           invalid key
               display "Grade " WSGradeLevel " does not require " WSVaccine
           not invalid key
               delete ImmReqFile record
               display WSVaccine " removed from grade " WSGradeLevel
       end-read
       close ImmReqFile.
2500-EXIT.
       continue.

2800-LIST-GRADE.
       display "Grade level : " with no advancing
       accept WSGradeLevel
       open input ImmReqFile
       if not ImmReqOk
           display "No requirements on file yet"
           close ImmReqFile
           go to 2800-EXIT
       end-if
       move zero to WSListCount
       move WSGradeLevel to IqGradeLevel
       move low-values to IqVaccine
       move 'N' to ReqEndOfFile
       start ImmReqFile key is >= IqKey
           invalid key move 'Y' to ReqEndOfFile
       end-start
       perform 2850-LIST-ONE-REQUIREMENT until ReqEndOfFile = 'Y'
       if WSListCount = zero
           display "Nothing required of grade " WSGradeLevel
       end-if
       close ImmReqFile.
2800-EXIT.
       continue.

2850-LIST-ONE-REQUIREMENT.
       read ImmReqFile next
           at end
               move 'Y' to ReqEndOfFile
               exit paragraph
       end-read
       if IqGradeLevel not = WSGradeLevel
           move 'Y' to ReqEndOfFile
           exit paragraph
       end-if
       add 1 to WSListCount
       display "  " IqVaccine "  " IqName "  " IqDoses " doses  "
           IqInterval " days apart".

3000-RECORD-DOSE. *>numbered on from the student's last dose of the vaccine
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 3000-EXIT
       end-if
       perform 1200-ACCEPT-VACCINE
       if WSVaccine = spaces
           go to 3000-EXIT
       end-if
       display "Date given (YYYYMMDD) : " with no advancing
       accept WSDoseDate
       if WSDoseDate = zero or WSDoseDate > WSRunDate
           display "The date given is needed and cannot be in the future - not recorded"
           go to 3000-EXIT
       end-if
       open i-o ImmDoseFile
       if ImmDoseNotFound
           close ImmDoseFile
           open output ImmDoseFile
           close ImmDoseFile
           open i-o ImmDoseFile
       end-if
       if not ImmDoseOk
           display "Dose file is in use by another user - try again later"
           close ImmDoseFile
           go to 3000-EXIT
       end-if
       move zero to WSLastDoseNo
       move WSStudentID to IdIDNum
       move WSVaccine to IdVaccine
       move zero to IdDoseNo
       move 'N' to DoseEndOfFile
       start ImmDoseFile key is >= IdKey
           invalid key move 'Y' to DoseEndOfFile
       end-start
       perform 3100-FIND-LAST-DOSE until DoseEndOfFile = 'Y'
       if WSLastDoseNo >= 9
           display "Nine doses already on file - not recorded"
           close ImmDoseFile
           go to 3000-EXIT
       end-if
       move WSStudentID to IdIDNum
       move WSVaccine to IdVaccine
       compute IdDoseNo = WSLastDoseNo + 1
       move WSDoseDate to IdDoseDate
       move WSRunDate to IdEntered
       write ImmDoseData
           invalid key display "Dose could not be recorded"
           not invalid key
               display WSVaccine " dose " IdDoseNo " recorded for " WSStudentID
       end-write
       close ImmDoseFile.
3000-EXIT.
       continue.

3100-FIND-LAST-DOSE.
       read ImmDoseFile next
           at end
               move 'Y' to DoseEndOfFile
               exit paragraph
       end-read
       if IdIDNum not = WSStudentID or IdVaccine not = WSVaccine
           move 'Y' to DoseEndOfFile
           exit paragraph
       end-if
       move IdDoseNo to WSLastDoseNo.

3500-REMOVE-DOSE. *>a dose keyed against the wrong student or vaccine
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 3500-EXIT
       end-if
       perform 1200-ACCEPT-VACCINE
       display "Dose number : " with no advancing
       accept WSDoseNo
       open i-o ImmDoseFile
       if not ImmDoseOk
           display "No doses on file yet"
           close ImmDoseFile
           go to 3500-EXIT
       end-if
       move WSStudentID to IdIDNum
       move WSVaccine to IdVaccine
       move WSDoseNo to IdDoseNo
       read ImmDoseFile
           key is IdKey
           invalid key
               display "No " WSVaccine " dose " WSDoseNo " on file for " WSStudentID
           not invalid key
               delete ImmDoseFile record
               display WSVaccine " dose " WSDoseNo " removed"
       end-read
       close ImmDoseFile.
3500-EXIT.
       continue.

4000-SET-EXEMPTION. *>one vaccine or ALL; type D takes the exemption off
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 4000-EXIT
       end-if
       display "Vaccine code, or ALL for every vaccine : " with no advancing
       accept WSVaccine
       move function upper-case(WSVaccine) to WSVaccine
       if WSVaccine = spaces
           go to 4000-EXIT
       end-if
       open i-o ImmExemptFile
       if ImmExemptNotFound
           close ImmExemptFile
           open output ImmExemptFile
           close ImmExemptFile
           open i-o ImmExemptFile
       end-if
       if not ImmExemptOk
           display "Exemption file is in use by another user - try again later"
           close ImmExemptFile
           go to 4000-EXIT
       end-if
       move WSStudentID to IxIDNum
       move WSVaccine to IxVaccine
       read ImmExemptFile
           key is IxKey
           invalid key
               move space to IxType
           not invalid key
               display "Now type " IxType " issued " IxIssued " expires " IxExpiry
       end-read
       display "M-Medical  R-Religious  P-Personal  D-Take it off : " with no advancing
       accept WSExemptType
       move function upper-case(WSExemptType) to WSExemptType
       evaluate WSExemptType
           when 'D'
               if IxType = space
                   display "No exemption on file to take off"
               else
                   delete ImmExemptFile record
                   display "Exemption for " WSVaccine " taken off"
               end-if
           when 'M'
           when 'R'
           when 'P'
               perform 4100-ACCEPT-EXEMPTION-DATES
           when other
               display "Type must be M, R, P or D - nothing changed"
       end-evaluate
       close ImmExemptFile.
4000-EXIT.
       continue.

4100-ACCEPT-EXEMPTION-DATES.
       display "Date issued (YYYYMMDD) : " with no advancing
       accept IxIssued
       display "Expires (YYYYMMDD, blank = does not expire) : " with no advancing
       accept IxExpiry
       if IxType = space
           move WSStudentID to IxIDNum
           move WSVaccine to IxVaccine
           move WSExemptType to IxType
           write ImmExemptData
           display "Exemption for " WSVaccine " recorded"
       else
           move WSExemptType to IxType
           rewrite ImmExemptData
           display "Exemption for " WSVaccine " changed"
       end-if.

5000-INQUIRE-STUDENT.
       perform 1100-ACCEPT-STUDENT
       if WSStudentFound not = 'Y'
           go to 5000-EXIT
       end-if
       open input ImmDoseFile
       if ImmDoseOk
           move WSStudentID to IdIDNum
           move low-values to IdVaccine
           move zero to IdDoseNo
           move 'N' to DoseEndOfFile
           start ImmDoseFile key is >= IdKey
               invalid key move 'Y' to DoseEndOfFile
           end-start
           perform 5100-SHOW-ONE-DOSE until DoseEndOfFile = 'Y'
       end-if
       close ImmDoseFile
       open input ImmExemptFile
       if ImmExemptOk
           move WSStudentID to IxIDNum
           move low-values to IxVaccine
           move 'N' to ExemptEndOfFile
           start ImmExemptFile key is >= IxKey
               invalid key move 'Y' to ExemptEndOfFile
           end-start
           perform 5200-SHOW-ONE-EXEMPTION until ExemptEndOfFile = 'Y'
       end-if
       close ImmExemptFile
       move WSStudentID to IcIDNum
       move WSRunDate to IcAsOf
       call "CHKIMMUN" using ImmCheck
       evaluate true
           when IcCompliant display "  COMPLIANT"
           when IcInGrace display "  SHORT - inside the " IcGraceDays "-day grace period"
           when IcPastGrace display "  SHORT - PAST THE GRACE PERIOD, registration is blocked"
           when IcNoRules display "  No requirements on file for grade " IcGradeLevel
       end-evaluate
       perform 5300-SHOW-ONE-GAP
           varying WSGapIndex from 1 by 1 until WSGapIndex > IcGapCount
       perform 7800-LOG-THE-INQUIRY.
5000-EXIT.
       continue.

5100-SHOW-ONE-DOSE.
       read ImmDoseFile next
           at end
               move 'Y' to DoseEndOfFile
               exit paragraph
       end-read
       if IdIDNum not = WSStudentID
           move 'Y' to DoseEndOfFile
           exit paragraph
       end-if
       display "  " IdVaccine " dose " IdDoseNo " given " IdDoseDate.

5200-SHOW-ONE-EXEMPTION.
       read ImmExemptFile next
           at end
               move 'Y' to ExemptEndOfFile
               exit paragraph
       end-read
       if IxIDNum not = WSStudentID
           move 'Y' to ExemptEndOfFile
           exit paragraph
       end-if
       display "  exempt " IxVaccine " type " IxType " issued " IxIssued
           " expires " IxExpiry.

5300-SHOW-ONE-GAP.
       if IcGapOverdue(WSGapIndex)
           display "  " IcVaccine(WSGapIndex) " has " IcHave(WSGapIndex) " of "
               IcNeed(WSGapIndex) " doses - next was due " IcDueDate(WSGapIndex)
               " - PAST GRACE"
       else
           display "  " IcVaccine(WSGapIndex) " has " IcHave(WSGapIndex) " of "
               IcNeed(WSGapIndex) " doses - next was due " IcDueDate(WSGapIndex)
       end-if.

7800-LOG-THE-INQUIRY. *>a student's health record looked at goes on
*>the access log
       move WSOperator to ArOperator
       move "IMMMNT" to ArProgram
       set ArStudent to true
       move WSStudentID to ArIDNum
       set ArInquiry to true
       move "HEALTH RECORD - DOSES, EXEMPTIONS" to ArRevealed
       call "LOGACCESS" using AccessLogRequest.
