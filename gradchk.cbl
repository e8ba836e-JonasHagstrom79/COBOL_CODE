       >>source format free
identification division.
program-id. gradchk.
environment division.
input-output section.
file-control.
       copy studfc.
data division.
file section.
fd StudentMasterFile.
       copy studrec.

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 StudentEndOfFile pic x(1) value 'N'.
01 WSRunTerm pic x(6).
01 WSLowestLevel pic 9(2).
01 WSAreaIndex pic 9(2) value zero.
01 WSAuditCount pic 9(5) value zero.
01 WSAtRiskCount pic 9(5) value zero.
01 WSStudentAtRisk pic x(1).
       copy gaureq.
       copy rptwreq.
01 StudentHeadLine.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
       02 filler pic x(8) value "  level ".
       02 PrnLevel pic z9.
       02 filler pic x(17) value "  credits earned ".
       02 PrnTotal pic zzz9.
       02 filler pic x(12) value "  elective ".
       02 PrnElective pic zzz9.
       02 filler pic x(2) value space.
       02 PrnVerdict pic x(30).
01 AreaColumnLine pic x(132) value
       "    Area  Subject               Required  Earned  In progress  Missing  Status".
01 AreaDetailLine.
       02 filler pic x(4) value space.
       02 PrnArea pic x(4).
       02 filler pic x(2) value space.
       02 PrnAreaName pic x(20).
       02 filler pic x(2) value space.
       02 PrnRequired pic zzzzzzz9.
       02 filler pic x(2) value space.
       02 PrnEarned pic zzzzz9.
       02 filler pic x(2) value space.
       02 PrnInProg pic zzzzzzzzzz9.
       02 filler pic x(2) value space.
       02 PrnMissing pic zzzzzz9.
       02 filler pic x(2) value space.
       02 PrnStatus pic x(12).
01 AuditTotalLine.
       02 filler pic x(18) value "Students audited ".
       02 PrnAuditCount pic zz,zz9.
       02 filler pic x(40) value "   still missing credit after this term ".
       02 PrnAtRiskCount pic zz,zz9.

procedure division.
0000-MAINLINE. *>run by the counselors at the start of each term - every
*>junior and senior audited against the subject-area rules YEAREND will
*>graduate them on, crediting what they are taking now, so a missing science
*>credit turns up while there is still a term to take it in
       display "Term in progress : " with no advancing
       accept WSRunTerm
       move function upper-case(WSRunTerm) to WSRunTerm
       display "Lowest grade level to audit (blank = 11) : " with no advancing
       accept WSLowestLevel
       if WSLowestLevel = zero
           move 11 to WSLowestLevel
       end-if
       open input StudentMasterFile
       if not StudentMasterOk
           display "STUDMAST.DAT not found - nobody to audit"
           close StudentMasterFile
           stop run
       end-if
       set RwActionOpen to true
       move "GRADCHK.rpt" to RwReportName
       move spaces to RwTitle
       string "Graduation audit - term " delimited by size
           WSRunTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       move 'N' to StudentEndOfFile
       perform 1000-AUDIT-ONE-STUDENT thru 1000-EXIT until StudentEndOfFile = 'Y'
       move WSAuditCount to PrnAuditCount
       move WSAtRiskCount to PrnAtRiskCount
       set RwActionDetail to true
       move AuditTotalLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       set RwActionClose to true
       move WSAuditCount to RwRecordCount
       move "students audited" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close StudentMasterFile
       display "Graduation audit written to GRADCHK.rpt - " WSAuditCount
           " students, " WSAtRiskCount " still missing credit"
       stop run.

1000-AUDIT-ONE-STUDENT.
       read StudentMasterFile next
           at end
               move 'Y' to StudentEndOfFile
               go to 1000-EXIT
       end-read
       if SmGradeLevel < WSLowestLevel
           go to 1000-EXIT
       end-if
       move SmIDNum to GaIDNum
       move WSRunTerm to GaTerm
       call "GRADAUDIT" using GradAudit
       if GaNoRules
           display "No graduation requirements on file - set them up with GRQMNT"
           move 'Y' to StudentEndOfFile
           go to 1000-EXIT
       end-if
       add 1 to WSAuditCount
       move 'N' to WSStudentAtRisk
       perform 1200-NOTE-ONE-MISSING
           varying WSAreaIndex from 1 by 1 until WSAreaIndex > GaAreaCount
       move SmIDNum to PrnIDNum
       move SmStudName to PrnName
       move SmGradeLevel to PrnLevel
       move GaTotalEarned to PrnTotal
       move GaElective to PrnElective
       evaluate true
           when GaAllMet move "ALL AREAS MET" to PrnVerdict
           when WSStudentAtRisk = 'N' move "ON TRACK WITH THIS TERM" to PrnVerdict
           when other move "*** CREDIT MISSING ***" to PrnVerdict
       end-evaluate
       if WSStudentAtRisk = 'Y'
           add 1 to WSAtRiskCount
       end-if
       set RwActionDetail to true
       move StudentHeadLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move AreaColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       perform 1100-PRINT-ONE-AREA
           varying WSAreaIndex from 1 by 1 until WSAreaIndex > GaAreaCount.
1000-EXIT.
       exit.

1100-PRINT-ONE-AREA.
       move GaArea(WSAreaIndex) to PrnArea
       move GaAreaName(WSAreaIndex) to PrnAreaName
       move GaRequired(WSAreaIndex) to PrnRequired
       move GaEarned(WSAreaIndex) to PrnEarned
       move GaInProg(WSAreaIndex) to PrnInProg
       move GaMissing(WSAreaIndex) to PrnMissing
       evaluate true
           when GaEarned(WSAreaIndex) >= GaRequired(WSAreaIndex)
               move "MET" to PrnStatus
           when GaMissing(WSAreaIndex) = zero
               move "IN PROGRESS" to PrnStatus
           when other
               move "SHORT" to PrnStatus
       end-evaluate
       set RwActionDetail to true
       move AreaDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

1200-NOTE-ONE-MISSING.
       if GaMissing(WSAreaIndex) > zero
           move 'Y' to WSStudentAtRisk
       end-if.
