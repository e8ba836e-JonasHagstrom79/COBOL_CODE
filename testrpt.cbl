       >>source format free
identification division.
program-id. testrpt.
environment division.
input-output section.
file-control.
       copy tstfc.
       copy studfc.
       copy catfc.
       copy tchfc.
       copy enrfc.
       copy gradefc.
       select TestReport assign to WSReportName
           organization is line sequential.
data division.
file section.
fd TestScoreFile.
       copy tstrec.
fd StudentMasterFile.
       copy studrec.
fd CourseCatalogFile.
       copy catrec.
fd TeacherFile.
       copy tchrec.
fd EnrollmentFile.
       copy enrrec.
fd CourseGradeFile.
       copy gradrec.
fd TestReport.
01 TestPrintLine pic x(110).

working-storage section.
01 TestScoreStatus pic x(2) value "00".
       88 TestScoreOk value "00".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 TeacherStatus pic x(2) value "00".
       88 TeacherOk value "00".
01 EnrollmentStatus pic x(2) value "00".
       88 EnrollmentOk value "00".
01 CourseGradeStatus pic x(2) value "00".
       88 CourseGradeOk value "00".
01 WSReportName pic x(20).
01 WSFilesOpen pic x(1).
01 WSMode pic x(1). *>G=by grade, S=by section, D=disagreements, X=exit
01 WSSubject pic x(10).
01 WSTestYear pic 9(4).
01 WSTerm pic x(6).
01 TestScoreEndOfFile pic x(1) value 'N'.
01 CatalogEndOfFile pic x(1) value 'N'.
01 EnrollEndOfFile pic x(1) value 'N'.
01 WSGradeTable. *>grade levels 0 (kindergarten) to 13, subscript is grade + 1
       02 WSGradeEntry occurs 14 times.
           03 WSGradeLevelCount pic 9(5) occurs 4 times.
01 WSGradeIndex pic 9(2).
01 WSLevelIndex pic 9(1).
01 WSLevelCounts. *>one section's tally, or a report's grand total
       02 WSLevelCount pic 9(5) occurs 4 times.
01 WSTotalCounts.
       02 WSTotalCount pic 9(5) occurs 4 times.
01 WSTested pic 9(5).
01 WSEnrolled pic 9(5).
01 WSUntested pic 9(5).
01 WSTotalEnrolled pic 9(5) value zero.
01 WSTotalUntested pic 9(5) value zero.
01 WSMeeting pic 9(5).
01 WSPercent pic 9(3)v9.
01 WSPercentOut pic zz9.9.
01 WSSectionCount pic 9(4) value zero.
01 WSGapCount pic 9(4) value zero.
01 WSLatestFound pic x(1).
01 WSLatestScore pic 9(4).
01 WSLatestLevel pic 9(1).
       88 WSLatestAdvanced value 4.
       88 WSLatestBelowBasic value 1.
01 WSTeacherName pic x(25).
01 WSGapDirection pic x(30).
01 TstHeadLine pic x(100).
01 TstColumnLine pic x(110).
01 TstGradeLine.
       02 filler pic x(7) value "Grade ".
       02 PrnGrade pic z9.
       02 filler pic x(3) value space.
       02 PrnTested pic zzzz9.
       02 filler pic x(3) value space.
       02 PrnBelow pic zzzz9.
       02 filler pic x(6) value space.
       02 PrnApproach pic zzzz9.
       02 filler pic x(6) value space.
       02 PrnProficient pic zzzz9.
       02 filler pic x(6) value space.
       02 PrnAdvanced pic zzzz9.
       02 filler pic x(4) value space.
       02 PrnPercent pic zz9.9.
       02 filler pic x(1) value "%".
01 TstSectionLine.
       02 PrnCourse pic x(6).
       02 filler pic x(1) value space.
       02 PrnTitle pic x(20).
       02 filler pic x(1) value space.
       02 PrnTeacher pic x(18).
       02 filler pic x(1) value space.
       02 PrnEnrolled pic zzz9.
       02 filler pic x(2) value space.
       02 PrnSecTested pic zzz9.
       02 filler pic x(2) value space.
       02 PrnSecBelow pic zzz9.
       02 filler pic x(2) value space.
       02 PrnSecApproach pic zzz9.
       02 filler pic x(2) value space.
       02 PrnSecProficient pic zzz9.
       02 filler pic x(2) value space.
       02 PrnSecAdvanced pic zzz9.
       02 filler pic x(3) value space.
       02 PrnSecPercent pic zz9.9.
       02 filler pic x(1) value "%".
01 TstGapLine.
       02 PrnGapIDNum pic 9(5).
       02 filler pic x(1) value space.
       02 PrnGapName pic x(25).
       02 filler pic x(1) value space.
       02 PrnGapGrade pic z9.
       02 filler pic x(2) value space.
       02 PrnGapCourse pic x(6).
       02 filler pic x(2) value space.
       02 PrnGapLetter pic x(1).
       02 filler pic x(3) value space.
       02 PrnGapScore pic zzz9.
       02 filler pic x(1) value space.
       02 PrnGapLevel pic x(12).
       02 filler pic x(1) value space.
       02 PrnGapDirection pic x(30).
01 TstTotalLine pic x(100).

procedure division.
0000-MAINLINE. *>the spring results TESTIMP loads, read three ways - how each
*>grade level did, how each section teaching the subject did, and which
*>students' tests and course grades tell opposite stories. The subject is
*>the department code on TEACHER.DAT, so a section counts toward a
*>subject when its teacher belongs to that department
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Test results - G-By grade  S-By section  D-Disagreements"
           "  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'G' perform 2000-GRADE-LEVEL-REPORT thru 2000-EXIT
           when 'S' perform 3000-SECTION-REPORT thru 3000-EXIT
           when 'D' perform 4000-DISAGREEMENT-REPORT thru 4000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-GRADE-LEVEL-REPORT. *>every score in the subject from the year's sitting,
*>by the grade the student was in when tested
       display "Subject (e.g. MATH) : " with no advancing
       accept WSSubject
       move function upper-case(WSSubject) to WSSubject
       display "Test year (YYYY) : " with no advancing
       accept WSTestYear
       open input TestScoreFile
       if not TestScoreOk
           display "No test scores on file - run TESTIMP first"
           close TestScoreFile
           go to 2000-EXIT
       end-if
       initialize WSGradeTable
       initialize WSTotalCounts
       move 'N' to TestScoreEndOfFile
       perform 2100-TALLY-ONE-SCORE until TestScoreEndOfFile = 'Y'
       close TestScoreFile
       move "TESTGRADE.rpt" to WSReportName
       open output TestReport
       move spaces to TstHeadLine
       string "Proficiency by grade level - " delimited by size
           WSSubject delimited by space
           " " delimited by size
           WSTestYear delimited by size
           into TstHeadLine
       end-string
       write TestPrintLine from TstHeadLine after advancing page
       move "          Tested  Below basic  Approaching   Proficient     Advanced  Proficient+"
           to TstColumnLine
       write TestPrintLine from TstColumnLine after advancing 2 lines
       perform 2200-PRINT-ONE-GRADE
           varying WSGradeIndex from 1 by 1 until WSGradeIndex > 14
       move WSTotalCounts to WSLevelCounts
       perform 6000-COUNT-THE-LEVELS
       move spaces to TstTotalLine
       string "All grades : " delimited by size
           WSTested delimited by size
           " tested, " delimited by size
           WSPercentOut delimited by size
           "% proficient or above" delimited by size
           into TstTotalLine
       end-string
       write TestPrintLine from TstTotalLine after advancing 2 lines
       close TestReport
       display "Grade level report written to TESTGRADE.rpt - " WSTested
           " scores".
2000-EXIT.
       exit.

2100-TALLY-ONE-SCORE.
       read TestScoreFile next
           at end move 'Y' to TestScoreEndOfFile
           not at end
               if TsSubject = WSSubject and TsTestDate(1:4) = WSTestYear
                  and TsLevelValid and TsGradeLevel < 14
                   compute WSGradeIndex = TsGradeLevel + 1
                   add 1 to WSGradeLevelCount(WSGradeIndex, TsLevel)
                   add 1 to WSTotalCount(TsLevel)
               end-if
       end-read.

2200-PRINT-ONE-GRADE.
       move WSGradeEntry(WSGradeIndex) to WSLevelCounts
       perform 6000-COUNT-THE-LEVELS
       if WSTested > zero
           compute PrnGrade = WSGradeIndex - 1
           move WSTested to PrnTested
           move WSLevelCount(1) to PrnBelow
           move WSLevelCount(2) to PrnApproach
           move WSLevelCount(3) to PrnProficient
           move WSLevelCount(4) to PrnAdvanced
           move WSPercent to PrnPercent
           write TestPrintLine from TstGradeLine after advancing 1 line
       end-if.

3000-SECTION-REPORT. *>each section teaching the subject that term, its
*>roster off ENROLL.DAT and each student's most recent score in the subject
       perform 5000-ASK-SUBJECT-AND-TERM
       perform 5100-OPEN-SECTION-FILES thru 5100-EXIT
       if WSFilesOpen not = 'Y'
           go to 3000-EXIT
       end-if
       move "TESTSECT.rpt" to WSReportName
       open output TestReport
       move spaces to TstHeadLine
       string "Proficiency by section - " delimited by size
           WSSubject delimited by space
           " term " delimited by size
           WSTerm delimited by size
           into TstHeadLine
       end-string
       write TestPrintLine from TstHeadLine after advancing page
       move "Course Title                Teacher            Enrl  Tstd  Blw   Apr   Prf   Adv   Prof+"
           to TstColumnLine
       write TestPrintLine from TstColumnLine after advancing 2 lines
       initialize WSTotalCounts
       move zero to WSTotalEnrolled, WSTotalUntested, WSSectionCount
       move 'N' to CatalogEndOfFile
       perform 5200-NEXT-SECTION thru 5200-EXIT
           until CatalogEndOfFile = 'Y'
       move WSTotalCounts to WSLevelCounts
       perform 6000-COUNT-THE-LEVELS
       move spaces to TstTotalLine
       string WSSectionCount delimited by size
           " sections, " delimited by size
           WSTotalEnrolled delimited by size
           " enrolled, " delimited by size
           WSTested delimited by size
           " with a score, " delimited by size
           WSTotalUntested delimited by size
           " without, " delimited by size
           WSPercentOut delimited by size
           "% proficient or above" delimited by size
           into TstTotalLine
       end-string
       write TestPrintLine from TstTotalLine after advancing 2 lines
       close TestReport
       perform 5900-CLOSE-SECTION-FILES
       display "Section report written to TESTSECT.rpt - " WSSectionCount
           " sections".
3000-EXIT.
       exit.

4000-DISAGREEMENT-REPORT. *>an advanced score beside a D or F, or a below
*>basic score beside an A, in a course the subject's department teaches -
*>the students worth a second look from the counsellor
       perform 5000-ASK-SUBJECT-AND-TERM
       perform 5100-OPEN-SECTION-FILES thru 5100-EXIT
       if WSFilesOpen not = 'Y'
           go to 4000-EXIT
       end-if
       move "TESTGAP.rpt" to WSReportName
       open output TestReport
       move spaces to TstHeadLine
       string "Test proficiency against course grade - " delimited by size
           WSSubject delimited by space
           " term " delimited by size
           WSTerm delimited by size
           into TstHeadLine
       end-string
       write TestPrintLine from TstHeadLine after advancing page
       move "ID    Student                   Gr  Course  Grd  Score Level        Disagreement"
           to TstColumnLine
       write TestPrintLine from TstColumnLine after advancing 2 lines
       move zero to WSGapCount, WSSectionCount
       move 'N' to CatalogEndOfFile
       perform 5200-NEXT-SECTION thru 5200-EXIT
           until CatalogEndOfFile = 'Y'
       move spaces to TstTotalLine
       string WSGapCount delimited by size
           " student(s) listed from " delimited by size
           WSSectionCount delimited by size
           " sections" delimited by size
           into TstTotalLine
       end-string
       write TestPrintLine from TstTotalLine after advancing 2 lines
       close TestReport
       perform 5900-CLOSE-SECTION-FILES
       display "Disagreement list written to TESTGAP.rpt - " WSGapCount
           " students".
4000-EXIT.
       exit.

5000-ASK-SUBJECT-AND-TERM.
       display "Subject (teacher department, e.g. MATH) : " with no advancing
       accept WSSubject
       move function upper-case(WSSubject) to WSSubject
       display "Term (e.g. 2026S1) : " with no advancing
       accept WSTerm
       move function upper-case(WSTerm) to WSTerm.

5100-OPEN-SECTION-FILES.
       move 'N' to WSFilesOpen
       open input CourseCatalogFile
       if not CourseCatalogOk
           display "No course catalog on file - set it up with CATMNT first"
           close CourseCatalogFile
           go to 5100-EXIT
       end-if
       open input TeacherFile, EnrollmentFile, TestScoreFile,
           StudentMasterFile, CourseGradeFile
       if not TeacherOk or not EnrollmentOk or not TestScoreOk
          or not StudentMasterOk or not CourseGradeOk
           display "Teacher, enrollment, test score, student or grade file"
               " missing - nothing to report"
           perform 5900-CLOSE-SECTION-FILES
           go to 5100-EXIT
       end-if
       move 'Y' to WSFilesOpen.
5100-EXIT.
       exit.

5200-NEXT-SECTION.
       read CourseCatalogFile next
           at end
               move 'Y' to CatalogEndOfFile
               go to 5200-EXIT
       end-read
       if CatTerm not = WSTerm or CatTeacher = spaces
           go to 5200-EXIT
       end-if
       move CatTeacher to TcStaffId
       read TeacherFile
           key is TcStaffId
           invalid key go to 5200-EXIT
       end-read
       if function upper-case(TcDept) not = WSSubject
           go to 5200-EXIT
       end-if
       add 1 to WSSectionCount
       move TcName to WSTeacherName
       initialize WSLevelCounts
       move zero to WSEnrolled, WSUntested
       move CatCourse to EnCourse
       move WSTerm to EnTerm
       move zero to EnIDNum
       start EnrollmentFile key is >= EnKey
           invalid key move 'Y' to EnrollEndOfFile
           not invalid key move 'N' to EnrollEndOfFile
       end-start
       if EnrollEndOfFile = 'N'
           read EnrollmentFile next
               at end move 'Y' to EnrollEndOfFile
           end-read
       end-if
       perform 5300-ONE-ENROLLED-STUDENT
           until EnrollEndOfFile = 'Y'
           or EnCourse not = CatCourse or EnTerm not = WSTerm
       if WSMode = 'S'
           perform 5500-PRINT-SECTION-LINE
       end-if.
5200-EXIT.
       exit.

5300-ONE-ENROLLED-STUDENT.
       add 1 to WSEnrolled
       perform 5400-FIND-LATEST-SCORE thru 5400-EXIT
       if WSLatestFound = 'N'
           add 1 to WSUntested
       else
           if WSMode = 'S'
               add 1 to WSLevelCount(WSLatestLevel)
           else
               perform 5600-CHECK-FOR-DISAGREEMENT thru 5600-EXIT
           end-if
       end-if
       read EnrollmentFile next
           at end move 'Y' to EnrollEndOfFile
       end-read.

5400-FIND-LATEST-SCORE. *>the key runs oldest date first, so the last row
*>under the student and subject is the most recent sitting
       move 'N' to WSLatestFound
       move EnIDNum to TsIDNum
       move WSSubject to TsSubject
       move zero to TsTestDate
       start TestScoreFile key is >= TsKey
           invalid key go to 5400-EXIT
       end-start
       move 'N' to TestScoreEndOfFile
       read TestScoreFile next
           at end move 'Y' to TestScoreEndOfFile
       end-read
       perform 5450-KEEP-ONE-SCORE
           until TestScoreEndOfFile = 'Y'
           or TsIDNum not = EnIDNum or TsSubject not = WSSubject.
5400-EXIT.
       exit.

5450-KEEP-ONE-SCORE.
       if TsLevelValid
           move 'Y' to WSLatestFound
           move TsScaleScore to WSLatestScore
           move TsLevel to WSLatestLevel
       end-if
       read TestScoreFile next
           at end move 'Y' to TestScoreEndOfFile
       end-read.

5500-PRINT-SECTION-LINE.
       perform 6000-COUNT-THE-LEVELS
       move CatCourse to PrnCourse
       move CatTitle to PrnTitle
       move WSTeacherName to PrnTeacher
       move WSEnrolled to PrnEnrolled
       move WSTested to PrnSecTested
       move WSLevelCount(1) to PrnSecBelow
       move WSLevelCount(2) to PrnSecApproach
       move WSLevelCount(3) to PrnSecProficient
       move WSLevelCount(4) to PrnSecAdvanced
       move WSPercent to PrnSecPercent
       write TestPrintLine from TstSectionLine after advancing 1 line
       add WSEnrolled to WSTotalEnrolled
       add WSUntested to WSTotalUntested
       perform 5550-ADD-ONE-LEVEL
           varying WSLevelIndex from 1 by 1 until WSLevelIndex > 4.

5550-ADD-ONE-LEVEL.
       add WSLevelCount(WSLevelIndex) to WSTotalCount(WSLevelIndex).

5600-CHECK-FOR-DISAGREEMENT.
       move EnIDNum to CgIDNum
       move CatCourse to CgCourse
       move WSTerm to CgTerm
       read CourseGradeFile
           key is CgKey
           invalid key go to 5600-EXIT
       end-read
       evaluate true
           when WSLatestAdvanced and (CgLetter = 'D' or CgLetter = 'F')
               move "advanced on test, failing class" to WSGapDirection
           when WSLatestBelowBasic and CgLetter = 'A'
               move "below basic on test, A in class" to WSGapDirection
           when other
               go to 5600-EXIT
       end-evaluate
       move EnIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               move spaces to SmStudName
               move zero to SmGradeLevel
       end-read
       move EnIDNum to PrnGapIDNum
       move SmStudName to PrnGapName
       move SmGradeLevel to PrnGapGrade
       move CatCourse to PrnGapCourse
       move CgLetter to PrnGapLetter
       move WSLatestScore to PrnGapScore
       if WSLatestAdvanced
           move "Advanced" to PrnGapLevel
       else
           move "Below basic" to PrnGapLevel
       end-if
       move WSGapDirection to PrnGapDirection
       write TestPrintLine from TstGapLine after advancing 1 line
       add 1 to WSGapCount.
5600-EXIT.
       exit.

5900-CLOSE-SECTION-FILES.
       close CourseCatalogFile, TeacherFile, EnrollmentFile, TestScoreFile,
           StudentMasterFile, CourseGradeFile.

6000-COUNT-THE-LEVELS. *>tested, meeting the standard (proficient or
*>advanced) and that as a percentage, for whichever counts are loaded
       compute WSTested = WSLevelCount(1) + WSLevelCount(2)
           + WSLevelCount(3) + WSLevelCount(4)
       compute WSMeeting = WSLevelCount(3) + WSLevelCount(4)
       if WSTested = zero
           move zero to WSPercent
       else
           compute WSPercent rounded = WSMeeting * 100 / WSTested
       end-if
       move WSPercent to WSPercentOut.
