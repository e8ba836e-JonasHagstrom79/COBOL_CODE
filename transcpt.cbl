       copy studfc.
       copy gradefc.
       copy attfc.
       copy catfc.
       copy tstfc.
       select TranscriptFile assign to "TRANSCRIPT.rpt"
           organization is line sequential.
data division.
       copy gradrec.
fd AttendanceFile.
       copy attrec.
fd CourseCatalogFile.
       copy catrec.
fd TestScoreFile.
       copy tstrec.
fd TranscriptFile.
01 TranscriptLine pic x(80).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
01 WSQualityPoints pic 9(5)v99 value zero.
01 WSCreditHours pic 9(4) value zero.
01 WSComputedGPA pic 9v99.
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 WSCatalogUp pic x(1) value 'N'.
01 WSWeightedPoints pic 9(2)v9.
01 WSWeightedQuality pic 9(5)v99 value zero.
01 WSWeightedGPA pic 9v99.
01 WSHonorsBump pic 9v9 value 0.5. *>the GPACALC bumps
01 WSAPBump pic 9v9 value 1.0.
01 TrnHeadLine pic x(70).
01 TrnDetailLine.
       02 filler pic x(2) value space.
       02 PrnLetter pic x(1).
       02 filler pic x(8) value "  hours ".
       02 PrnCredits pic z9.
       02 filler pic x(2) value space.
       02 PrnWeight pic x(6).
01 TrnTotalLine pic x(80).
01 AttendanceStatus pic x(2) value "00".
       88 AttendanceOk value "00".
01 AttendEndOfFile pic x(1) value 'N'.
           03 WSTermAbsent  pic 9(3).
           03 WSTermTardy   pic 9(3).
           03 WSTermExcused pic 9(3).
           03 WSTermSuspended pic 9(3).
01 WSTermIndex pic 9(2) value zero.
01 WSTermSlot pic 9(2) value zero.
01 TrnAttendLine.
       02 PrnTardy pic zz9.
       02 filler pic x(10) value "  excused ".
       02 PrnExcused pic zz9.
       02 filler pic x(12) value "  suspended ".
       02 PrnSuspended pic zz9.
01 TestScoreStatus pic x(2) value "00".
       88 TestScoreOk value "00".
01 TestScoreEndOfFile pic x(1) value 'N'.
01 WSTestCount pic 9(3) value zero.
01 TrnTestLine.
       02 filler pic x(2) value space.
       02 PrnTestSubject pic x(10).
       02 filler pic x(2) value space.
       02 PrnTestDate pic 9999/99/99.
       02 filler pic x(8) value "  grade ".
       02 PrnTestGrade pic z9.
       02 filler pic x(8) value "  score ".
       02 PrnTestScore pic zzz9.
       02 filler pic x(2) value space.
       02 PrnTestLevel pic x(12).

procedure division.
0000-MAINLINE. *>the typed transcript ends here - the same course records GPACALC
               stop run
       end-read
       close StudentMasterFile
       open input CourseCatalogFile
       if CourseCatalogOk
           move 'Y' to WSCatalogUp
       end-if
       open input CourseGradeFile
       if CourseGradeNotFound
           display "GRADES.DAT not found - no course records yet"
       perform 1000-PRINT-COURSE-LINE
           until GradeEndOfFile = 'Y' or CgIDNum not = WSStudentID
       if WSCreditHours = zero
           move zero to WSComputedGPA, WSWeightedGPA
       else
           compute WSComputedGPA rounded =
               WSQualityPoints / WSCreditHours
           compute WSWeightedGPA rounded =
               WSWeightedQuality / WSCreditHours
       end-if
       move spaces to TrnTotalLine
       string "Courses " delimited by size
           WSCreditHours delimited by size
           "   GPA " delimited by size
           WSComputedGPA delimited by size
           "   weighted GPA " delimited by size
           WSWeightedGPA delimited by size
           into TrnTotalLine
       end-string
       write TranscriptLine from TrnTotalLine after advancing 2 lines
       move spaces to TrnTotalLine
       if SmClassRank = zero
           move "Class rank not yet computed" to TrnTotalLine
       else
           string "Class rank " delimited by size
               SmClassRank delimited by size
               " of " delimited by size
               SmClassSize delimited by size
               " in grade level " delimited by size
               SmGradeLevel delimited by size
               "   decile " delimited by size
               SmDecile delimited by size
               into TrnTotalLine
           end-string
       end-if
       write TranscriptLine from TrnTotalLine after advancing 1 line
       perform 3000-PRINT-ATTENDANCE-TOTALS thru 3000-EXIT
       perform 4000-PRINT-TEST-SCORES thru 4000-EXIT
       close CourseGradeFile, TranscriptFile, CourseCatalogFile
       display "Transcript for student " WSStudentID
           " written to TRANSCRIPT.rpt - " WSCourseCount " courses"
       stop run.
           move WSTermAbsent(WSTermIndex) to PrnAbsent
           move WSTermTardy(WSTermIndex) to PrnTardy
           move WSTermExcused(WSTermIndex) to PrnExcused
           move WSTermSuspended(WSTermIndex) to PrnSuspended
           write TranscriptLine from TrnAttendLine after advancing 1 line
       end-perform.
3000-EXIT.
           move zero to WSTermAbsent(WSTermSlot)
           move zero to WSTermTardy(WSTermSlot)
           move zero to WSTermExcused(WSTermSlot)
           move zero to WSTermSuspended(WSTermSlot)
       end-if
       if WSTermSlot > zero
           evaluate true
               when AtdAbsent  add 1 to WSTermAbsent(WSTermSlot)
               when AtdTardy   add 1 to WSTermTardy(WSTermSlot)
               when AtdExcused add 1 to WSTermExcused(WSTermSlot)
               when AtdSuspended add 1 to WSTermSuspended(WSTermSlot)
           end-evaluate
       end-if
       read AttendanceFile next
           at end move 'Y' to AttendEndOfFile
       end-read.

4000-PRINT-TEST-SCORES. *>the state test history TESTIMP loads each spring,
*>oldest first within each subject - the same key-range read as attendance
       open input TestScoreFile
       if not TestScoreOk
           close TestScoreFile
           go to 4000-EXIT
       end-if
       move WSStudentID to TsIDNum
       move low-values to TsSubject
       move zero to TsTestDate
       start TestScoreFile key is >= TsKey
           invalid key
               close TestScoreFile
               go to 4000-EXIT
       end-start
       move zero to WSTestCount
       move 'N' to TestScoreEndOfFile
       read TestScoreFile next
           at end move 'Y' to TestScoreEndOfFile
       end-read
       perform 4100-PRINT-ONE-SCORE
           until TestScoreEndOfFile = 'Y' or TsIDNum not = WSStudentID
       close TestScoreFile.
4000-EXIT.
       exit.

4100-PRINT-ONE-SCORE.
       if WSTestCount = zero
           move "Standardized test scores :" to TranscriptLine
           write TranscriptLine after advancing 2 lines
       end-if
       add 1 to WSTestCount
       move TsSubject to PrnTestSubject
       move TsTestDate to PrnTestDate
       move TsGradeLevel to PrnTestGrade
       move TsScaleScore to PrnTestScore
       evaluate true
           when TsBelowBasic move "Below basic" to PrnTestLevel
           when TsApproaching move "Approaching" to PrnTestLevel
           when TsProficient move "Proficient" to PrnTestLevel
           when TsAdvanced move "Advanced" to PrnTestLevel
           when other move spaces to PrnTestLevel
       end-evaluate
       write TranscriptLine from TrnTestLine after advancing 1 line
       read TestScoreFile next
           at end move 'Y' to TestScoreEndOfFile
       end-read.

1000-PRINT-COURSE-LINE.
       if CgIDNum = WSStudentID
           add 1 to WSCourseCount
           move CgTerm to PrnTerm
           move CgLetter to PrnLetter
           move CgCredits to PrnCredits
           move spaces to PrnWeight
           move "R" to CatWeight
           if WSCatalogUp = 'Y'
               move CgCourse to CatCourse
               read CourseCatalogFile
                   key is CatCourse
                   invalid key move "R" to CatWeight
               end-read
               evaluate true
                   when CatHonors move "HONORS" to PrnWeight
                   when CatAP move "AP" to PrnWeight
               end-evaluate
           end-if
           write TranscriptLine from TrnDetailLine after advancing 1 line
           evaluate CgLetter
               when 'A' move 4 to WSGradePoints
           end-evaluate
           compute WSQualityPoints =
               WSQualityPoints + (WSGradePoints * CgCredits)
           perform 1100-WEIGHT-THE-GRADE
           compute WSWeightedQuality =
               WSWeightedQuality + (WSWeightedPoints * CgCredits)
           add CgCredits to WSCreditHours
       end-if
       read CourseGradeFile next
           at end move 'Y' to GradeEndOfFile
       end-read.

1100-WEIGHT-THE-GRADE. *>weighted the way GPACALC weights it - a failing
*>grade earns no bump
       move WSGradePoints to WSWeightedPoints
       if WSGradePoints = zero
           exit paragraph
       end-if
       evaluate true
           when CatHonors add WSHonorsBump to WSWeightedPoints
           when CatAP add WSAPBump to WSWeightedPoints
           when other continue
       end-evaluate.
