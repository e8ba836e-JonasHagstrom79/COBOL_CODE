       >>source format free
identification division.
program-id. gradebk.
environment division.
input-output section.
file-control.
       copy asgfc.
       copy gbsfc.
       copy gscfc.
       copy enrfc.
       copy studfc.
       copy catfc.
       select GbFinalFile assign to "GBFINAL.DAT"
           organization is line sequential
           file status is GbFinalStatus.
data division.
file section.
fd AssignmentFile.
       copy asgrec.
fd ScoreFile.
       copy gbsrec.
fd GradeScaleFile.
       copy gscrec.
fd EnrollmentFile.
       copy enrrec.
fd StudentMasterFile.
       copy studrec.
fd CourseCatalogFile.
       copy catrec.
fd GbFinalFile.
       copy gbfrec.

working-storage section.
01 AssignmentStatus pic x(2) value "00".
       88 AssignmentOk value "00".
       88 AssignmentNotFound value "35".
01 ScoreStatus pic x(2) value "00".
       88 ScoreOk value "00".
       88 ScoreNotFound value "35".
01 GradeScaleStatus pic x(2) value "00".
       88 GradeScaleOk value "00".
       88 GradeScaleNotFound value "35".
01 EnrollmentStatus pic x(2) value "00".
       88 EnrollmentOk value "00".
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 GbFinalStatus pic x(2) value "00".
       88 GbFinalOk value "00".
01 AssignEndOfFile pic x(1) value 'N'.
01 EnrollEndOfFile pic x(1) value 'N'.
01 ScaleEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>A=add assignment, C=change, D=delete, L=list,
*>M=mark an assignment, P=progress report, T=term-end posting,
*>S=grading scale, X=exit
01 WSCourse pic x(6).
01 WSTerm pic x(6).
01 WSNumber pic 9(3).
01 WSLastNumber pic 9(3) value zero.
01 WSStudentID pic 9(5).
01 WSOneStudent pic 9(5). *>progress report for one student, zero = the class
01 WSStudentName pic x(25).
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSScoreIn pic x(7).
01 WSPossible pic 9(4)v9. *>the assignment being marked, held once its file closes
01 WSAnswer pic x(1).
01 WSHasScores pic x(1).
01 WSMarkedCount pic 9(3) value zero.
01 WSStudentCount pic 9(3) value zero.
01 WSPostedCount pic 9(3) value zero.
01 WSOverrideCount pic 9(3) value zero.
01 WSPrintDetail pic x(1). *>Y prints each assignment as it is averaged
01 WSScaleCount pic 9(1) value zero.
01 WSScaleIndex pic 9(1) value zero.
01 WSScaleTable. *>letter order, minimums falling
       02 WSScaleEntry occurs 5 times.
           03 WSScaleLetter pic x(1).
           03 WSScaleMin    pic 9(3)v99.
01 WSNewLetter pic x(1).
01 WSNewMin pic 9(3)v99.
*>one student's term so far - WSCat 1 homework, 2 quiz, 3 test
01 WSAverage pic 9(3)v99.
01 WSPercent pic 9(3)v9999.
01 WSWeightSum pic 9(5).
01 WSWeightedSum pic 9(8)v9999.
01 WSMissingCount pic 9(3).
01 WSUnmarkedCount pic 9(3).
01 WSCatIndex pic 9(1).
01 WSCatTotals.
       02 WSCatEntry occurs 3 times.
           03 WSCatWeight   pic 9(5).
           03 WSCatWeighted pic 9(8)v9999.
           03 WSCatAverage  pic 9(3)v99.
01 WSScaleLetterOut pic x(1).
01 WSPostLetter pic x(1).
01 WSOverReason pic x(40).
       copy pgreq.
       copy rptwreq.
01 ProgressStudentLine.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
01 ProgressAssignLine.
       02 filler pic x(4) value space.
       02 PrnNumber pic zz9.
       02 filler pic x(2) value space.
       02 PrnTitle pic x(30).
       02 filler pic x(2) value space.
       02 PrnCategory pic x(8).
       02 filler pic x(2) value space.
       02 PrnDue pic 9(8).
       02 filler pic x(2) value space.
       02 PrnPoints pic zzz9.9.
       02 filler pic x(3) value " / ".
       02 PrnPossible pic zzz9.9.
       02 filler pic x(2) value space.
       02 PrnPercent pic zz9.9.
       02 filler pic x(10) value "%  weight ".
       02 PrnWeight pic zz9.
       02 filler pic x(2) value space.
       02 PrnMark pic x(12).
01 ProgressAverageLine.
       02 filler pic x(4) value space.
       02 filler pic x(18) value "Weighted average  ".
       02 PrnAverage pic zz9.99.
       02 filler pic x(10) value "%  letter ".
       02 PrnLetter pic x(1).
       02 filler pic x(13) value "   homework  ".
       02 PrnCatHomework pic zz9.9.
       02 filler pic x(9) value "   quiz  ".
       02 PrnCatQuiz pic zz9.9.
       02 filler pic x(9) value "   test  ".
       02 PrnCatTest pic zz9.9.
       02 filler pic x(12) value "   missing  ".
       02 PrnMissing pic zz9.
       02 filler pic x(13) value "   unmarked  ".
       02 PrnUnmarked pic zz9.
01 PostRegisterLine.
       02 PrnPostID pic 9(5).
       02 filler pic x(2) value space.
       02 PrnPostName pic x(25).
       02 filler pic x(2) value space.
       02 PrnPostAverage pic zz9.99.
       02 filler pic x(9) value "  scale  ".
       02 PrnPostScale pic x(1).
       02 filler pic x(10) value "  posted  ".
       02 PrnPostLetter pic x(1).
       02 filler pic x(2) value space.
       02 PrnPostResult pic x(20).
       02 filler pic x(2) value space.
       02 PrnPostReason pic x(40).

procedure division.
0000-MAINLINE. *>the paper gradebook on file - every assignment of a section
*>with its category, weight and points, every student's mark on it, a
*>progress report at mid-term, and at term end the weighted average turned
*>into the letter by the grading scale and posted through POSTGRD the way
*>GRADEENT posts, the teacher free to override first. When a report card
*>letter is questioned, the progress report shows how it was reached
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Gradebook - A-Add assignment  C-Change  D-Delete  L-List"
       display "  M-Mark an assignment  P-Progress report  T-Term-end posting"
       display "  S-Grading scale  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-ASSIGNMENT thru 2000-EXIT
           when 'C' perform 2600-CHANGE-ASSIGNMENT thru 2600-EXIT
           when 'D' perform 2700-DELETE-ASSIGNMENT thru 2700-EXIT
           when 'L' perform 2800-LIST-ASSIGNMENTS thru 2800-EXIT
           when 'M' perform 3000-MARK-ASSIGNMENT thru 3000-EXIT
           when 'P' perform 4000-PROGRESS-REPORT thru 4000-EXIT
           when 'T' perform 5000-TERM-END-POSTING thru 5000-EXIT
           when 'S' perform 6000-GRADING-SCALE thru 6000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

1100-ACCEPT-SECTION.
       display "Course code : " with no advancing
       accept WSCourse
       move function upper-case(WSCourse) to WSCourse
       display "Term : " with no advancing
       accept WSTerm
       move function upper-case(WSTerm) to WSTerm.

1200-OPEN-ASSIGNMENTS.
       open i-o AssignmentFile
       if AssignmentNotFound
           close AssignmentFile
           open output AssignmentFile
           close AssignmentFile
           open i-o AssignmentFile
       end-if
       if not AssignmentOk
           display "Assignment file is in use by another user - try again later"
           close AssignmentFile
       end-if.

2000-ADD-ASSIGNMENT. *>numbered on from the section's last one, so they
*>list and average in the order set
       perform 1100-ACCEPT-SECTION
       open input CourseCatalogFile
       if not CourseCatalogOk
           display "No catalog on file yet - set it up with CATMNT"
           close CourseCatalogFile
           go to 2000-EXIT
       end-if
       move WSCourse to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key
               display "Course " WSCourse " is not on the catalog - rejected"
               close CourseCatalogFile
               go to 2000-EXIT
       end-read
       close CourseCatalogFile
       perform 1200-OPEN-ASSIGNMENTS
       if not AssignmentOk
           go to 2000-EXIT
       end-if
       move zero to WSLastNumber
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move zero to AsNumber
       move 'N' to AssignEndOfFile
       start AssignmentFile key is >= AsKey
           invalid key move 'Y' to AssignEndOfFile
       end-start
       perform 2100-FIND-LAST-NUMBER until AssignEndOfFile = 'Y'
       if WSLastNumber >= 999
           display "Section already has 999 assignments - rejected"
           close AssignmentFile
           go to 2000-EXIT
       end-if
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       compute AsNumber = WSLastNumber + 1
       perform 2500-ACCEPT-ASSIGNMENT-FIELDS thru 2500-EXIT
       if WSAnswer not = 'Y'
           close AssignmentFile
           go to 2000-EXIT
       end-if
       write AssignmentData
           invalid key display "Assignment could not be added"
           not invalid key
               display "Assignment " AsNumber " added to " WSCourse " " WSTerm
       end-write
       close AssignmentFile.
2000-EXIT.
       continue.

2100-FIND-LAST-NUMBER.
       read AssignmentFile next
           at end
               move 'Y' to AssignEndOfFile
               exit paragraph
       end-read
       if AsCourse not = WSCourse or AsTerm not = WSTerm
           move 'Y' to AssignEndOfFile
           exit paragraph
       end-if
       move AsNumber to WSLastNumber.

2500-ACCEPT-ASSIGNMENT-FIELDS. *>WSAnswer comes back Y when the fields will do
       move 'N' to WSAnswer
       display "Title : " with no advancing
       accept AsTitle
       display "Category H-Homework  Q-Quiz  T-Test : " with no advancing
       accept AsCategory
       move function upper-case(AsCategory) to AsCategory
       if not AsHomework and not AsQuiz and not AsTest
           display "Category must be H, Q or T - not saved"
           go to 2500-EXIT
       end-if
       display "Points possible : " with no advancing
       accept AsPossible
       if AsPossible = zero
           display "Points possible must be more than zero - not saved"
           go to 2500-EXIT
       end-if
       display "Weight in the term average : " with no advancing
       accept AsWeight
       if AsWeight = zero
           display "Weight must be 1 or more - not saved"
           go to 2500-EXIT
       end-if
       display "Due date (YYYYMMDD) : " with no advancing
       accept AsDueDate
       move 'Y' to WSAnswer.
2500-EXIT.
       exit.

2600-CHANGE-ASSIGNMENT. *>a change of weight or points rescores every mark
*>already on it - the marks themselves stay as entered
       perform 1100-ACCEPT-SECTION
       display "Assignment number : " with no advancing
       accept WSNumber
       perform 1200-OPEN-ASSIGNMENTS
       if not AssignmentOk
           go to 2600-EXIT
       end-if
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move WSNumber to AsNumber
       read AssignmentFile
           key is AsKey
           invalid key
               display "No assignment " WSNumber " for " WSCourse " " WSTerm
           not invalid key
               display "Changing " function trim(AsTitle) " - " AsCategory
                   " out of " AsPossible " weight " AsWeight
               perform 2500-ACCEPT-ASSIGNMENT-FIELDS thru 2500-EXIT
               if WSAnswer = 'Y'
                   rewrite AssignmentData
                   display "Assignment " WSNumber " changed"
               end-if
       end-read
       close AssignmentFile.
2600-EXIT.
       continue.

2700-DELETE-ASSIGNMENT. *>only before anyone is marked on it - after that the
*>marks are part of how the term letter was reached
       perform 1100-ACCEPT-SECTION
       display "Assignment number : " with no advancing
       accept WSNumber
       move 'N' to WSHasScores
       open input ScoreFile
       if ScoreOk
           move WSCourse to SsCourse
           move WSTerm to SsTerm
           move WSNumber to SsNumber
           move zero to SsIDNum
           start ScoreFile key is >= SsKey
               invalid key continue
               not invalid key
                   read ScoreFile next
                       at end continue
                       not at end
                           if SsCourse = WSCourse and SsTerm = WSTerm
                              and SsNumber = WSNumber
                               move 'Y' to WSHasScores
                           end-if
                   end-read
           end-start
       end-if
       close ScoreFile
       if WSHasScores = 'Y'
           display "Assignment " WSNumber " already has marks - not deleted"
           go to 2700-EXIT
       end-if
       perform 1200-OPEN-ASSIGNMENTS
       if not AssignmentOk
           go to 2700-EXIT
       end-if
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move WSNumber to AsNumber
       read AssignmentFile
           key is AsKey
           invalid key
               display "No assignment " WSNumber " for " WSCourse " " WSTerm
           not invalid key
               delete AssignmentFile record
               display "Assignment " WSNumber " deleted"
       end-read
       close AssignmentFile.
2700-EXIT.
       continue.

2800-LIST-ASSIGNMENTS.
       perform 1100-ACCEPT-SECTION
       open input AssignmentFile
       if not AssignmentOk
           display "No assignments on file yet"
           close AssignmentFile
           go to 2800-EXIT
       end-if
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move zero to AsNumber
       move 'N' to AssignEndOfFile
       start AssignmentFile key is >= AsKey
           invalid key move 'Y' to AssignEndOfFile
       end-start
       move zero to WSLastNumber
       perform 2850-LIST-ONE-ASSIGNMENT until AssignEndOfFile = 'Y'
       if WSLastNumber = zero
           display "No assignments for " WSCourse " " WSTerm
       end-if
       close AssignmentFile.
2800-EXIT.
       continue.

2850-LIST-ONE-ASSIGNMENT.
       read AssignmentFile next
           at end
               move 'Y' to AssignEndOfFile
               exit paragraph
       end-read
       if AsCourse not = WSCourse or AsTerm not = WSTerm
           move 'Y' to AssignEndOfFile
           exit paragraph
       end-if
       move AsNumber to WSLastNumber
       display "  " AsNumber "  " AsTitle "  " AsCategory "  out of " AsPossible
           "  weight " AsWeight "  due " AsDueDate.

3000-MARK-ASSIGNMENT. *>down the section's roster off ENROLL.DAT - a number
*>is the points scored, M missing (counts zero), X excused, blank leaves
*>the student as they were
       perform 1100-ACCEPT-SECTION
       display "Assignment number : " with no advancing
       accept WSNumber
       open input AssignmentFile
       if not AssignmentOk
           display "No assignments on file yet"
           close AssignmentFile
           go to 3000-EXIT
       end-if
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move WSNumber to AsNumber
       read AssignmentFile
           key is AsKey
           invalid key
               display "No assignment " WSNumber " for " WSCourse " " WSTerm
               close AssignmentFile
               go to 3000-EXIT
       end-read
       move AsPossible to WSPossible
       close AssignmentFile
       display "Marking " function trim(AsTitle) " - out of " WSPossible
       open input EnrollmentFile
       if not EnrollmentOk
           display "No enrollments on file yet"
           close EnrollmentFile
           go to 3000-EXIT
       end-if
       open i-o ScoreFile
       if ScoreNotFound
           close ScoreFile
           open output ScoreFile
           close ScoreFile
           open i-o ScoreFile
       end-if
       if not ScoreOk
           display "Score file is in use by another user - try again later"
           close ScoreFile, EnrollmentFile
           go to 3000-EXIT
       end-if
       open input StudentMasterFile
       move zero to WSMarkedCount
       perform 7000-START-THE-ROSTER
       perform 3100-MARK-ONE-STUDENT until EnrollEndOfFile = 'Y'
       close ScoreFile, EnrollmentFile, StudentMasterFile
       display WSMarkedCount " marks recorded".
3000-EXIT.
       continue.

3100-MARK-ONE-STUDENT.
       perform 7100-NEXT-ON-ROSTER
       if EnrollEndOfFile = 'Y'
           exit paragraph
       end-if
       move WSCourse to SsCourse
       move WSTerm to SsTerm
       move WSNumber to SsNumber
       move EnIDNum to SsIDNum
       read ScoreFile
           key is SsKey
           invalid key
               move spaces to SsMark
               move zero to SsPoints
           not invalid key
               display "  now " SsMark " " SsPoints
       end-read
       display EnIDNum " " WSStudentName " : " with no advancing
       accept WSScoreIn
       move function upper-case(WSScoreIn) to WSScoreIn
       if WSScoreIn = spaces
           exit paragraph
       end-if
       evaluate WSScoreIn
           when "M"
               set SsMissing to true
               move zero to SsPoints
           when "X"
               set SsExcused to true
               move zero to SsPoints
           when other
               compute SsPoints = function numval(WSScoreIn)
               if SsPoints > WSPossible
                   display "  more than the " WSPossible " possible - not recorded"
                   exit paragraph
               end-if
               set SsScored to true
       end-evaluate
       move WSRunDate to SsDate
       move WSCourse to SsCourse
       move WSTerm to SsTerm
       move WSNumber to SsNumber
       move EnIDNum to SsIDNum
       write ScoreData
           invalid key rewrite ScoreData
       end-write
       add 1 to WSMarkedCount.

4000-PROGRESS-REPORT. *>each assignment with the mark on it, the weighted
*>average so far and the letter the scale would give it today
       perform 1100-ACCEPT-SECTION
       display "Student IDNum (blank = the whole class) : " with no advancing
       accept WSOneStudent
       perform 6500-LOAD-THE-SCALE
       open input EnrollmentFile
       if not EnrollmentOk
           display "No enrollments on file yet"
           close EnrollmentFile
           go to 4000-EXIT
       end-if
       open input AssignmentFile
       open input ScoreFile
       open input StudentMasterFile
       set RwActionOpen to true
       move "PROGRESS.rpt" to RwReportName
       move spaces to RwTitle
       string "Progress report - " delimited by size
           WSCourse delimited by size
           " " delimited by size
           WSTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       move 'Y' to WSPrintDetail
       move zero to WSStudentCount
       perform 7000-START-THE-ROSTER
       perform 4100-REPORT-ONE-STUDENT until EnrollEndOfFile = 'Y'
       set RwActionClose to true
       move WSStudentCount to RwRecordCount
       move "students reported" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close EnrollmentFile, AssignmentFile, ScoreFile, StudentMasterFile
       display "Progress report written to PROGRESS.rpt - " WSStudentCount " students".
4000-EXIT.
       continue.

4100-REPORT-ONE-STUDENT.
       perform 7100-NEXT-ON-ROSTER
       if EnrollEndOfFile = 'Y'
           exit paragraph
       end-if
       if WSOneStudent not = zero and EnIDNum not = WSOneStudent
           exit paragraph
       end-if
       add 1 to WSStudentCount
       move EnIDNum to PrnIDNum
       move WSStudentName to PrnName
       set RwActionDetail to true
       move ProgressStudentLine to RwLine
       move 3 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move EnIDNum to WSStudentID
       perform 8000-AVERAGE-ONE-STUDENT
       move WSAverage to PrnAverage
       move WSScaleLetterOut to PrnLetter
       move WSCatAverage(1) to PrnCatHomework
       move WSCatAverage(2) to PrnCatQuiz
       move WSCatAverage(3) to PrnCatTest
       move WSMissingCount to PrnMissing
       move WSUnmarkedCount to PrnUnmarked
       set RwActionDetail to true
       move ProgressAverageLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

5000-TERM-END-POSTING. *>student by student the scale's letter is shown and
*>the teacher may post another, giving the reason - every letter posted is
*>logged on GBFINAL.DAT beside the average it came from
       perform 1100-ACCEPT-SECTION
       perform 6500-LOAD-THE-SCALE
       open input EnrollmentFile
       if not EnrollmentOk
           display "No enrollments on file yet"
           close EnrollmentFile
           go to 5000-EXIT
       end-if
       display "Post term letters for " WSCourse " " WSTerm " now (Y/N) : "
           with no advancing
       accept WSAnswer
       move function upper-case(WSAnswer) to WSAnswer
       if WSAnswer not = 'Y'
           close EnrollmentFile
           go to 5000-EXIT
       end-if
       open input AssignmentFile
       open input ScoreFile
       open input StudentMasterFile
       open extend GbFinalFile
       if not GbFinalOk
           open output GbFinalFile
       end-if
       set RwActionOpen to true
       move "GBPOST.rpt" to RwReportName
       move spaces to RwTitle
       string "Term letters posted - " delimited by size
           WSCourse delimited by size
           " " delimited by size
           WSTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       move 'N' to WSPrintDetail
       move zero to WSStudentCount, WSPostedCount, WSOverrideCount
       perform 7000-START-THE-ROSTER
       perform 5100-POST-ONE-STUDENT thru 5100-EXIT until EnrollEndOfFile = 'Y'
       set RwActionClose to true
       move WSPostedCount to RwRecordCount
       move "letters posted" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       close EnrollmentFile, AssignmentFile, ScoreFile, StudentMasterFile,
           GbFinalFile
       display WSPostedCount " of " WSStudentCount " letters posted, "
           WSOverrideCount " overridden - register on GBPOST.rpt".
5000-EXIT.
       continue.

5100-POST-ONE-STUDENT.
       perform 7100-NEXT-ON-ROSTER
       if EnrollEndOfFile = 'Y'
           go to 5100-EXIT
       end-if
       add 1 to WSStudentCount
       move EnIDNum to WSStudentID
       perform 8000-AVERAGE-ONE-STUDENT
       display EnIDNum " " WSStudentName " average " WSAverage
           " scale letter " WSScaleLetterOut
       if WSUnmarkedCount > zero
           display "  " WSUnmarkedCount " assignment(s) still unmarked"
       end-if
       display "  Letter to post (blank = " WSScaleLetterOut ", S = skip) : "
           with no advancing
       accept WSPostLetter
       move function upper-case(WSPostLetter) to WSPostLetter
       if WSPostLetter = 'S'
           display "  not posted"
           go to 5100-EXIT
       end-if
       move spaces to WSOverReason
       if WSPostLetter = space
           move WSScaleLetterOut to WSPostLetter
       end-if
       if WSPostLetter not = WSScaleLetterOut
           display "  Reason for posting " WSPostLetter " over the scale's "
               WSScaleLetterOut " : " with no advancing
           accept WSOverReason
           if WSOverReason = spaces
               display "  An override needs a reason - not posted"
               go to 5100-EXIT
           end-if
       end-if
       move EnIDNum to PgIDNum
       move WSCourse to PgCourse
       move WSTerm to PgTerm
       move WSPostLetter to PgLetter
       move zero to PgCredits
       call "POSTGRD" using PostGrade
       move WSStudentID to PrnPostID
       move WSStudentName to PrnPostName
       move WSAverage to PrnPostAverage
       move WSScaleLetterOut to PrnPostScale
       move WSPostLetter to PrnPostLetter
       move WSOverReason to PrnPostReason
       evaluate true
           when PgPosted
               move "posted" to PrnPostResult
               add 1 to WSPostedCount
               if WSPostLetter not = WSScaleLetterOut
                   add 1 to WSOverrideCount
               end-if
           when PgDuplicate move "ALREADY GRADED" to PrnPostResult
           when PgBadLetter move "NOT A LETTER" to PrnPostResult
           when PgNoStudent move "NOT ON MASTER" to PrnPostResult
           when PgNoCourse move "NOT ON CATALOG" to PrnPostResult
           when PgNoCredits move "NO CREDIT HOURS" to PrnPostResult
           when other move "GRADE FILE BUSY" to PrnPostResult
       end-evaluate
       display "  " PrnPostResult
       set RwActionDetail to true
       move PostRegisterLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move WSRunDate to GfDate
       move WSCourse to GfCourse
       move WSTerm to GfTerm
       move WSStudentID to GfIDNum
       move WSAverage to GfAverage
       move WSScaleLetterOut to GfScaleLetter
       move WSPostLetter to GfPostLetter
       move PgResult to GfResult
       move WSOverReason to GfReason
       write GbFinalData.
5100-EXIT.
       exit.

6000-GRADING-SCALE. *>the lowest average each letter takes - F is whatever
*>falls below D
       perform 6500-LOAD-THE-SCALE
       perform 6050-SHOW-ONE-LETTER
           varying WSScaleIndex from 1 by 1 until WSScaleIndex > WSScaleCount
       display "Letter to set (A-D, blank = done) : " with no advancing
       accept WSNewLetter
       move function upper-case(WSNewLetter) to WSNewLetter
       if WSNewLetter = space
           go to 6000-EXIT
       end-if
       if WSNewLetter not = 'A' and WSNewLetter not = 'B' and WSNewLetter not = 'C'
          and WSNewLetter not = 'D'
           display "Only A to D carry a minimum - F takes the rest"
           go to 6000-EXIT
       end-if
       display "Lowest average for " WSNewLetter " (e.g. 90.00) : " with no advancing
       accept WSNewMin
       open i-o GradeScaleFile
       if GradeScaleNotFound
           close GradeScaleFile
           perform 6200-WRITE-DEFAULT-SCALE
           open i-o GradeScaleFile
       end-if
       if not GradeScaleOk
           display "Grading scale is in use by another user - try again later"
           close GradeScaleFile
           go to 6000-EXIT
       end-if
       move WSNewLetter to GdLetter
       read GradeScaleFile
           key is GdLetter
           invalid key
               move WSNewMin to GdMinPct
               write GradeScaleData
           not invalid key
               move WSNewMin to GdMinPct
               rewrite GradeScaleData
       end-read
       close GradeScaleFile
       display WSNewLetter " now starts at " WSNewMin.
6000-EXIT.
       continue.

6050-SHOW-ONE-LETTER.
       display "  " WSScaleLetter(WSScaleIndex) " from " WSScaleMin(WSScaleIndex).

6200-WRITE-DEFAULT-SCALE. *>the first change starts from the usual scale
       open output GradeScaleFile
       perform 6250-WRITE-ONE-DEFAULT
           varying WSScaleIndex from 1 by 1 until WSScaleIndex > WSScaleCount
       close GradeScaleFile.

6250-WRITE-ONE-DEFAULT.
       move WSScaleLetter(WSScaleIndex) to GdLetter
       move WSScaleMin(WSScaleIndex) to GdMinPct
       write GradeScaleData.

6500-LOAD-THE-SCALE.
       move zero to WSScaleCount
       open input GradeScaleFile
       if GradeScaleOk
           move 'N' to ScaleEndOfFile
           perform 6550-LOAD-ONE-LETTER until ScaleEndOfFile = 'Y'
       end-if
       close GradeScaleFile
       if WSScaleCount = zero
           move 5 to WSScaleCount
           move 'A' to WSScaleLetter(1)
           move 90 to WSScaleMin(1)
           move 'B' to WSScaleLetter(2)
           move 80 to WSScaleMin(2)
           move 'C' to WSScaleLetter(3)
           move 70 to WSScaleMin(3)
           move 'D' to WSScaleLetter(4)
           move 60 to WSScaleMin(4)
           move 'F' to WSScaleLetter(5)
           move zero to WSScaleMin(5)
       end-if.

6550-LOAD-ONE-LETTER.
       read GradeScaleFile next
           at end
               move 'Y' to ScaleEndOfFile
               exit paragraph
       end-read
       if WSScaleCount >= 5
           exit paragraph
       end-if
       add 1 to WSScaleCount
       move GdLetter to WSScaleLetter(WSScaleCount)
       move GdMinPct to WSScaleMin(WSScaleCount).

7000-START-THE-ROSTER. *>the section's students are its ENROLL.DAT key range
       move WSCourse to EnCourse
       move WSTerm to EnTerm
       move zero to EnIDNum
       move 'N' to EnrollEndOfFile
       start EnrollmentFile key is >= EnKey
           invalid key move 'Y' to EnrollEndOfFile
       end-start.

7100-NEXT-ON-ROSTER.
       read EnrollmentFile next
           at end
               move 'Y' to EnrollEndOfFile
               exit paragraph
       end-read
       if EnCourse not = WSCourse or EnTerm not = WSTerm
           move 'Y' to EnrollEndOfFile
           exit paragraph
       end-if
       move EnIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to WSStudentName
           not invalid key move SmStudName to WSStudentName
       end-read.

8000-AVERAGE-ONE-STUDENT. *>each marked assignment as a percent of its points,
*>weighted - unmarked and excused work is left out, missing work counts zero
       move zero to WSWeightSum, WSWeightedSum, WSAverage, WSMissingCount,
           WSUnmarkedCount
       move zero to WSCatTotals
       move WSCourse to AsCourse
       move WSTerm to AsTerm
       move zero to AsNumber
       move 'N' to AssignEndOfFile
       start AssignmentFile key is >= AsKey
           invalid key move 'Y' to AssignEndOfFile
       end-start
       perform 8100-AVERAGE-ONE-ASSIGNMENT until AssignEndOfFile = 'Y'
       if WSWeightSum > zero
           compute WSAverage rounded = WSWeightedSum / WSWeightSum
       end-if
       perform 8300-CATEGORY-AVERAGE
           varying WSCatIndex from 1 by 1 until WSCatIndex > 3
       move 'F' to WSScaleLetterOut
       perform 8400-TEST-ONE-LETTER
           varying WSScaleIndex from WSScaleCount by -1 until WSScaleIndex < 1.

8100-AVERAGE-ONE-ASSIGNMENT.
       read AssignmentFile next
           at end
               move 'Y' to AssignEndOfFile
               exit paragraph
       end-read
       if AsCourse not = WSCourse or AsTerm not = WSTerm
           move 'Y' to AssignEndOfFile
           exit paragraph
       end-if
       move AsNumber to PrnNumber
       move AsTitle to PrnTitle
       evaluate true
           when AsHomework move "homework" to PrnCategory
           when AsQuiz move "quiz" to PrnCategory
           when other move "test" to PrnCategory
       end-evaluate
       move AsDueDate to PrnDue
       move AsPossible to PrnPossible
       move AsWeight to PrnWeight
       move zero to PrnPoints, PrnPercent
       move AsCourse to SsCourse
       move AsTerm to SsTerm
       move AsNumber to SsNumber
       move WSStudentID to SsIDNum
       read ScoreFile
           key is SsKey
           invalid key
               add 1 to WSUnmarkedCount
               move "not marked" to PrnMark
               perform 8200-PRINT-ASSIGNMENT-LINE
               exit paragraph
       end-read
       if SsExcused
           move "excused" to PrnMark
           perform 8200-PRINT-ASSIGNMENT-LINE
           exit paragraph
       end-if
       if SsMissing
           add 1 to WSMissingCount
           move "MISSING" to PrnMark
       else
           move spaces to PrnMark
       end-if
       compute WSPercent rounded = SsPoints * 100 / AsPossible
       move SsPoints to PrnPoints
       move WSPercent to PrnPercent
       evaluate true
           when AsHomework move 1 to WSCatIndex
           when AsQuiz move 2 to WSCatIndex
           when other move 3 to WSCatIndex
       end-evaluate
       add AsWeight to WSWeightSum, WSCatWeight(WSCatIndex)
       compute WSWeightedSum = WSWeightedSum + WSPercent * AsWeight
       compute WSCatWeighted(WSCatIndex) = WSCatWeighted(WSCatIndex)
           + WSPercent * AsWeight
       perform 8200-PRINT-ASSIGNMENT-LINE.

8200-PRINT-ASSIGNMENT-LINE.
       if WSPrintDetail = 'Y'
           set RwActionDetail to true
           move ProgressAssignLine to RwLine
           move 1 to RwAdvance
           call "RPTWRITE" using RptWriteRequest
       end-if.

8300-CATEGORY-AVERAGE.
       move zero to WSCatAverage(WSCatIndex)
       if WSCatWeight(WSCatIndex) > zero
           compute WSCatAverage(WSCatIndex) rounded =
               WSCatWeighted(WSCatIndex) / WSCatWeight(WSCatIndex)
       end-if.

8400-TEST-ONE-LETTER. *>from the bottom of the scale up, the last minimum the
*>average reaches is its letter
       if WSAverage >= WSScaleMin(WSScaleIndex)
           move WSScaleLetter(WSScaleIndex) to WSScaleLetterOut
       end-if.
