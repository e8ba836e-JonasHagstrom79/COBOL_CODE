       >>source format free
identification division.
program-id. immrpt.
environment division.
input-output section.
file-control.
       copy studfc.
       copy guafc.
       select ImmNoticeFile assign to "IMMNOTICE.rpt"
           organization is line sequential.
data division.
file section.
fd StudentMasterFile.
       copy studrec.
fd GuardianFile.
       copy guarec.
fd ImmNoticeFile.
01 NoticeLine pic x(80).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 GuardianStatus pic x(2) value "00".
       88 GuardianOk value "00".
01 StudentEndOfFile pic x(1) value 'N'.
01 WSGuardianUp pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSAsOf pic 9(8).
01 WSNoticeAnswer pic x(1).
01 WSStudentCount pic 9(5) value zero.
01 WSShortCount pic 9(5) value zero.
01 WSNoticeCount pic 9(5) value zero.
01 WSGapIndex pic 9(2) value zero.
01 WSGradeIndex pic 9(2) value zero.
01 WSRateWork pic 9(3)v9.
01 WSWorkLine pic x(80).
       copy imcreq.
       copy rptwreq.
*>the fall audit's counts, grade levels 0-12 at subscripts 1-13
01 GradeAuditTable.
       02 GradeAuditEntry occurs 13 times.
           03 AuStudents    pic 9(5).
           03 AuCompliant   pic 9(5).
           03 AuMedExempt   pic 9(5).
           03 AuOtherExempt pic 9(5).
           03 AuInGrace     pic 9(5).
           03 AuPastGrace   pic 9(5).
01 StudentLine.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
       02 filler pic x(8) value "  grade ".
       02 PrnGrade pic z9.
       02 filler pic x(2) value space.
       02 PrnVerdict pic x(40).
01 GapLine.
       02 filler pic x(6) value space.
       02 PrnVaccine pic x(6).
       02 filler pic x(2) value space.
       02 PrnVaccineName pic x(20).
       02 filler pic x(6) value "  has ".
       02 PrnHave pic 9.
       02 filler pic x(4) value " of ".
       02 PrnNeed pic 9.
       02 filler pic x(12) value " doses, due ".
       02 PrnDue pic 9(8).
       02 filler pic x(2) value space.
       02 PrnGapKind pic x(14).
01 AuditHeadLine pic x(60) value
       "Fall immunization audit - counts by grade level".
01 AuditColumnLine pic x(132) value
       "Grade   Students   Compliant   Medical exempt   Other exempt   Due in grace   Past grace   Rate %".
01 AuditDetailLine.
       02 filler pic x(2) value space.
       02 PrnAuditGrade pic z9.
       02 filler pic x(4) value space.
       02 PrnAuditStudents pic zzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditCompliant pic zzzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditMedical pic zzzzzzzzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditOther pic zzzzzzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditInGrace pic zzzzzzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditPastGrace pic zzzzzzzzz9.
       02 filler pic x(3) value space.
       02 PrnAuditRate pic zz9.9.

procedure division.
0000-MAINLINE. *>which students are out of compliance - every student on the
*>master judged by CHKIMMUN, those short listed with each dose missing or
*>overdue, a notice to the guardian on file if asked for, and the counts
*>by grade level the state audits every fall
       move function current-date to WSCurrentDate
       display "Judge as of (YYYYMMDD, blank = today) : " with no advancing
       accept WSAsOf
       if WSAsOf = zero
           move WSCurrentDate(1:8) to WSAsOf
       end-if
       display "Print guardian notices for students short (Y/N) : " with no advancing
       accept WSNoticeAnswer
       move function upper-case(WSNoticeAnswer) to WSNoticeAnswer
       open input StudentMasterFile
       if not StudentMasterOk
           display "STUDMAST.DAT not found - nobody to judge"
           close StudentMasterFile
           stop run
       end-if
       if WSNoticeAnswer = 'Y'
           open input GuardianFile
           if GuardianOk
               move 'Y' to WSGuardianUp
           end-if
           open output ImmNoticeFile
       end-if
       move zero to GradeAuditTable
       set RwActionOpen to true
       move "IMMCOMP.rpt" to RwReportName
       move "Immunization compliance" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       move 'N' to StudentEndOfFile
       perform 1000-JUDGE-ONE-STUDENT thru 1000-EXIT until StudentEndOfFile = 'Y'
       perform 3000-PRINT-THE-AUDIT
       set RwActionClose to true
       move WSStudentCount to RwRecordCount
       move "students judged" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close StudentMasterFile
       if WSNoticeAnswer = 'Y'
           close GuardianFile, ImmNoticeFile
       end-if
       display "Compliance report on IMMCOMP.rpt - " WSShortCount " of "
           WSStudentCount " students short, " WSNoticeCount " notices on IMMNOTICE.rpt"
       stop run.

1000-JUDGE-ONE-STUDENT.
       read StudentMasterFile next
           at end
               move 'Y' to StudentEndOfFile
               go to 1000-EXIT
       end-read
       move SmIDNum to IcIDNum
       move WSAsOf to IcAsOf
       call "CHKIMMUN" using ImmCheck
       if IcNoStudent
           go to 1000-EXIT
       end-if
       add 1 to WSStudentCount
       move SmGradeLevel to WSGradeIndex
       if WSGradeIndex > 12
           move 12 to WSGradeIndex
       end-if
       add 1 to WSGradeIndex
       add 1 to AuStudents(WSGradeIndex)
       evaluate true
           when IcMedicalExempt add 1 to AuMedExempt(WSGradeIndex)
           when IcNonMedicalExempt add 1 to AuOtherExempt(WSGradeIndex)
           when other continue
       end-evaluate
       evaluate true
           when IcInGrace
               add 1 to AuInGrace(WSGradeIndex)
               move "SHORT - inside the grace period" to PrnVerdict
           when IcPastGrace
               add 1 to AuPastGrace(WSGradeIndex)
               move "*** PAST GRACE - registration blocked ***" to PrnVerdict
           when other
               add 1 to AuCompliant(WSGradeIndex)
               go to 1000-EXIT
       end-evaluate
       add 1 to WSShortCount
       move SmIDNum to PrnIDNum
       move SmStudName to PrnName
       move SmGradeLevel to PrnGrade
       set RwActionDetail to true
       move StudentLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 1100-PRINT-ONE-GAP
           varying WSGapIndex from 1 by 1 until WSGapIndex > IcGapCount
       if WSNoticeAnswer = 'Y'
           perform 2000-WRITE-THE-NOTICE
       end-if.
1000-EXIT.
       exit.

1100-PRINT-ONE-GAP.
       move IcVaccine(WSGapIndex) to PrnVaccine
       move IcName(WSGapIndex) to PrnVaccineName
       move IcHave(WSGapIndex) to PrnHave
       move IcNeed(WSGapIndex) to PrnNeed
       move IcDueDate(WSGapIndex) to PrnDue
       if IcHave(WSGapIndex) = zero
           move "MISSING" to PrnGapKind
       else
           move "DOSE OVERDUE" to PrnGapKind
       end-if
       if IcGapOverdue(WSGapIndex)
           move "PAST GRACE" to PrnGapKind
       end-if
       set RwActionDetail to true
       move GapLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

2000-WRITE-THE-NOTICE. *>addressed as REPCARD addresses its report cards
       add 1 to WSNoticeCount
       move spaces to GuName
       if WSGuardianUp = 'Y'
           move SmIDNum to GuIDNum
           read GuardianFile
               key is GuIDNum
               invalid key move spaces to GuName
           end-read
       end-if
       if GuName = spaces
           move "No guardian on file - hold for the office" to NoticeLine
           write NoticeLine after advancing page
       else
           move spaces to WSWorkLine
           string function trim(GuName) delimited by size
               " (" delimited by size
               function trim(GuRelation) delimited by size
               ")" delimited by size
               into WSWorkLine
           end-string
           write NoticeLine from WSWorkLine after advancing page
           write NoticeLine from GuStreet after advancing 1 line
           move spaces to WSWorkLine
           string function trim(GuCity) delimited by size
               ", " delimited by size
               GuState delimited by size
               " " delimited by size
               GuZip delimited by size
               into WSWorkLine
           end-string
           write NoticeLine from WSWorkLine after advancing 1 line
       end-if
       move spaces to WSWorkLine
       string "IMMUNIZATION NOTICE - " delimited by size
           function trim(SmStudName) delimited by size
           " (" delimited by size
           SmIDNum delimited by size
           ")" delimited by size
           into WSWorkLine
       end-string
       write NoticeLine from WSWorkLine after advancing 3 lines
       move "Our health records show the following required immunizations"
           to NoticeLine
       write NoticeLine after advancing 2 lines
       move "are missing or overdue:" to NoticeLine
       write NoticeLine after advancing 1 line
       perform 2100-NOTICE-ONE-GAP
           varying WSGapIndex from 1 by 1 until WSGapIndex > IcGapCount
       if IcPastGrace
           move "The state grace period has passed. Your student cannot be"
               to NoticeLine
           write NoticeLine after advancing 2 lines
           move "registered for classes until the school nurse has a record"
               to NoticeLine
           write NoticeLine after advancing 1 line
           move "of these doses or a valid exemption." to NoticeLine
           write NoticeLine after advancing 1 line
       else
           move spaces to WSWorkLine
           string "Please send the dates of these doses, or an exemption, to"
                   delimited by size
               " the" delimited by size
               into WSWorkLine
           end-string
           write NoticeLine from WSWorkLine after advancing 2 lines
           move spaces to WSWorkLine
           string "school nurse within " delimited by size
               IcGraceDays delimited by size
               " days of the due date shown." delimited by size
               into WSWorkLine
           end-string
           write NoticeLine from WSWorkLine after advancing 1 line
       end-if.

2100-NOTICE-ONE-GAP.
       move spaces to WSWorkLine
       string "    " delimited by size
           IcName(WSGapIndex) delimited by size
           "  dose " delimited by size
           IcHave(WSGapIndex) delimited by size
           " of " delimited by size
           IcNeed(WSGapIndex) delimited by size
           " on file, next due " delimited by size
           IcDueDate(WSGapIndex) delimited by size
           into WSWorkLine
       end-string
       write NoticeLine from WSWorkLine after advancing 1 line.

3000-PRINT-THE-AUDIT.
       set RwActionNewPage to true
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move AuditHeadLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move AuditColumnLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 3100-PRINT-ONE-GRADE
           varying WSGradeIndex from 1 by 1 until WSGradeIndex > 13.

3100-PRINT-ONE-GRADE.
       if AuStudents(WSGradeIndex) = zero
           exit paragraph
       end-if
       compute PrnAuditGrade = WSGradeIndex - 1
       move AuStudents(WSGradeIndex) to PrnAuditStudents
       move AuCompliant(WSGradeIndex) to PrnAuditCompliant
       move AuMedExempt(WSGradeIndex) to PrnAuditMedical
       move AuOtherExempt(WSGradeIndex) to PrnAuditOther
       move AuInGrace(WSGradeIndex) to PrnAuditInGrace
       move AuPastGrace(WSGradeIndex) to PrnAuditPastGrace
       compute WSRateWork rounded =
           AuCompliant(WSGradeIndex) * 100 / AuStudents(WSGradeIndex)
       move WSRateWork to PrnAuditRate
       set RwActionDetail to true
       move AuditDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
