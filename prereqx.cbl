       >>source format free
identification division.
program-id. prereqx.
environment division.
input-output section.
file-control.
       copy enrfc.
       copy studfc.
       select PrereqOvrFile assign to "PREREQOVR.DAT"
           organization is line sequential
           file status is PrereqOvrStatus.
data division.
file section.
fd EnrollmentFile.
       copy enrrec.
fd StudentMasterFile.
       copy studrec.
fd PrereqOvrFile.
       copy prqlog.

working-storage section.
01 EnrollmentStatus pic x(2) value "00".
       88 EnrollmentOk value "00".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 PrereqOvrStatus pic x(2) value "00".
       88 PrereqOvrOk value "00".
01 EnrollEndOfFile pic x(1) value 'N'.
01 OverrideEndOfFile pic x(1) value 'N'.
01 WSRunTerm pic x(6).
01 WSEnrollCount pic 9(5) value zero.
01 WSExceptionCount pic 9(5) value zero.
01 WSLateCount pic 9(5) value zero.
01 WSOverrideCount pic 9(4) value zero.
01 WSOverrideIndex pic 9(4) value zero.
01 WSOverrideFound pic 9(4) value zero.
01 WSOverrideTable. *>the term's logged overrides, looked up per exception
       02 WSOverrideEntry occurs 1000 times.
           03 WSOvIDNum     pic 9(5).
           03 WSOvCourse    pic x(6).
           03 WSOvCounselor pic x(5).
           03 WSOvReason    pic x(40).
       copy prqreq.
       copy rptwreq.
01 ExceptionColumnLine pic x(132) value
       "Course  IDNum  Student                    Enrolled  Requires  Need  Held  Override".
01 ExceptionDetailLine.
       02 PrnCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
       02 filler pic x(2) value space.
       02 PrnEnrolled pic 9(8).
       02 filler pic x(2) value space.
       02 PrnRequires pic x(6).
       02 filler pic x(4) value space.
       02 PrnNeed pic x(1).
       02 filler pic x(5) value space.
       02 PrnHeld pic x(4).
       02 filler pic x(2) value space.
       02 PrnOverride pic x(58).
01 ExceptionTotalLine.
       02 filler pic x(20) value "Enrollments checked ".
       02 PrnEnrollCount pic zz,zz9.
       02 filler pic x(14) value "   exceptions ".
       02 PrnExceptionCount pic zz,zz9.
       02 filler pic x(19) value "   not overridden ".
       02 PrnLateCount pic zz,zz9.

procedure division.
0000-MAINLINE. *>run before the term starts - every enrollment for the term
*>re-tested against the grades now on file. A student registered while a
*>prerequisite grade was still out, then failed it, shows here; so does
*>every counselor override, with who allowed it and why
       display "Term to check : " with no advancing
       accept WSRunTerm
       move function upper-case(WSRunTerm) to WSRunTerm
       if WSRunTerm = spaces
           display "A term is needed"
           stop run
       end-if
       open input EnrollmentFile
       if not EnrollmentOk
           display "No enrollments on file yet"
           close EnrollmentFile
           stop run
       end-if
       perform 1000-LOAD-OVERRIDES thru 1000-EXIT
       open input StudentMasterFile
       set RwActionOpen to true
       move "PREREQX.rpt" to RwReportName
       move spaces to RwTitle
       string "Prerequisite exceptions - term " delimited by size
           WSRunTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move ExceptionColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move 'N' to EnrollEndOfFile
       perform 2000-CHECK-ONE-ENROLLMENT until EnrollEndOfFile = 'Y'
       move WSEnrollCount to PrnEnrollCount
       move WSExceptionCount to PrnExceptionCount
       move WSLateCount to PrnLateCount
       set RwActionDetail to true
       move ExceptionTotalLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSExceptionCount to RwRecordCount
       move "exceptions listed" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close EnrollmentFile, StudentMasterFile
       display "Prerequisite exceptions written to PREREQX.rpt - "
           WSExceptionCount " of " WSEnrollCount " enrollments, "
           WSLateCount " not overridden"
       stop run.

1000-LOAD-OVERRIDES.
       move zero to WSOverrideCount
       open input PrereqOvrFile
       if not PrereqOvrOk
           close PrereqOvrFile
           go to 1000-EXIT
       end-if
       move 'N' to OverrideEndOfFile
       perform 1100-LOAD-ONE-OVERRIDE until OverrideEndOfFile = 'Y'
       close PrereqOvrFile.
1000-EXIT.
       exit.

1100-LOAD-ONE-OVERRIDE.
       read PrereqOvrFile
           at end
               move 'Y' to OverrideEndOfFile
               exit paragraph
       end-read
       if PoTerm not = WSRunTerm or WSOverrideCount >= 1000
           exit paragraph
       end-if
       add 1 to WSOverrideCount
       move PoIDNum to WSOvIDNum(WSOverrideCount)
       move PoCourse to WSOvCourse(WSOverrideCount)
       move PoCounselor to WSOvCounselor(WSOverrideCount)
       move PoReason to WSOvReason(WSOverrideCount).

2000-CHECK-ONE-ENROLLMENT. *>the key leads with the course, so the whole
*>file is read and the term picked out
       read EnrollmentFile next
           at end
               move 'Y' to EnrollEndOfFile
               exit paragraph
       end-read
       if EnTerm not = WSRunTerm
           exit paragraph
       end-if
       add 1 to WSEnrollCount
       move EnIDNum to PrStudent
       move EnCourse to PrCourse
       call "CHKPREREQ" using PrereqCheck
       if PrMet
           exit paragraph
       end-if
       add 1 to WSExceptionCount
       move EnCourse to PrnCourse
       move EnIDNum to PrnIDNum
       move EnDate to PrnEnrolled
       move PrShort to PrnRequires
       move PrNeed to PrnNeed
       move PrBest to PrnHeld
       if PrBest = space
           move "none" to PrnHeld
       end-if
       move EnIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to PrnName
           not invalid key move SmStudName to PrnName
       end-read
       move zero to WSOverrideFound
       perform 2100-FIND-THE-OVERRIDE
           varying WSOverrideIndex from 1 by 1
           until WSOverrideIndex > WSOverrideCount or WSOverrideFound > zero
       if WSOverrideFound > zero
           move spaces to PrnOverride
           string WSOvCounselor(WSOverrideFound) delimited by size
               " " delimited by size
               WSOvReason(WSOverrideFound) delimited by size
               into PrnOverride
           end-string
       else
           move "NONE - grade came in after registration" to PrnOverride
           add 1 to WSLateCount
       end-if
       set RwActionDetail to true
       move ExceptionDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

2100-FIND-THE-OVERRIDE.
       if WSOvIDNum(WSOverrideIndex) = EnIDNum
          and WSOvCourse(WSOverrideIndex) = EnCourse
           move WSOverrideIndex to WSOverrideFound
       end-if.
