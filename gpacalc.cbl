file-control.
       copy studfc.
       copy gradefc.
       copy catfc.
       select SortedGradeFile assign to "gradeSort.tmp"
           organization is line sequential.
       select GradeSortWorkFile assign to "gradesort.tmp".
       copy studrec.
fd CourseGradeFile.
       copy gradrec.
fd CourseCatalogFile.
       copy catrec.
fd SortedGradeFile.
01 SrtGradeData.
       02 SrtIDNum   pic 9(5).
       02 WCgIDNum pic 9(5).
       02 filler   pic x(15).
fd RecalcRegister.
01 PrintLine pic x(90).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
01 CourseGradeStatus pic x(2) value "00".
       88 CourseGradeOk value "00".
       88 CourseGradeNotFound value "35".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
01 GradeEndOfFile pic x(1) value 'N'.
01 WSCatalogUp pic x(1) value 'N'.
01 WSCurrentStudent pic 9(5) value zero.
01 WSStudentFound pic x(1) value 'N'.
01 WSGradePoints pic 9(2).
01 WSQualityPoints pic 9(5)v99 value zero.
01 WSCreditHours pic 9(4) value zero.
01 WSComputedGPA pic 9v99.
01 WSWeightedPoints pic 9(2)v9.
01 WSWeightedQuality pic 9(5)v99 value zero.
01 WSWeightedGPA pic 9v99.
01 WSHonorsBump pic 9v9 value 0.5. *>added to a passing grade in an honors course
01 WSAPBump pic 9v9 value 1.0. *>and in an AP course
01 WSStudentsUpdated pic 9(5) value zero.
01 WSStudentsNotFound pic 9(5) value zero.
01 WSGradesRead pic 9(7) value zero.
       02 PrnHours pic zzz9.
       02 filler pic x(12) value "  new GPA ".
       02 PrnGPA pic 9.99.
       02 filler pic x(11) value "  weighted ".
       02 PrnWeighted pic 9.99.
       02 filler pic x(2) value space.
       02 PrnMarker pic x(22).
01 RegCountLine pic x(70).

procedure division.
0000-MAINLINE. *>the GPA on the master stops being a keyed-in number - it is
*>computed here from the course records, so HONORROLL classifies from real data.
*>The weighted GPA beside it gives honors and AP courses their bump and is
*>what CLSRANK ranks on
       open input CourseGradeFile
       if CourseGradeNotFound
           display "GRADES.DAT not found - no course grades to compute from"
           move 1 to return-code
           stop run
       end-if
       open input CourseCatalogFile
       if CourseCatalogOk
           move 'Y' to WSCatalogUp
       end-if
       open input SortedGradeFile
       open output RecalcRegister
       write PrintLine from RegHeading after advancing page
           into RegCountLine
       end-string
       write PrintLine from RegCountLine after advancing 2 lines
       close StudentMasterFile, SortedGradeFile, RecalcRegister, CourseCatalogFile
       call "CBL_DELETE_FILE" using "gradeSort.tmp"
       call "CBL_DELETE_FILE" using "gradesort.tmp"
       display "GPA recalculation complete - " WSStudentsUpdated
1000-RECALC-ONE-STUDENT. *>control break on student - accumulate quality points
*>and hours over the student's course records, then post the quotient
       move SrtIDNum to WSCurrentStudent
       move zero to WSQualityPoints, WSCreditHours, WSWeightedQuality
       perform 1100-ACCUMULATE-GRADES
           until GradeEndOfFile = 'Y' or SrtIDNum not = WSCurrentStudent
       if WSCreditHours = zero
           move zero to WSComputedGPA, WSWeightedGPA
       else
           compute WSComputedGPA rounded =
               WSQualityPoints / WSCreditHours
           compute WSWeightedGPA rounded =
               WSWeightedQuality / WSCreditHours
       end-if
       perform 1500-POST-GPA-TO-MASTER.

       end-evaluate
       compute WSQualityPoints =
           WSQualityPoints + (WSGradePoints * SrtCredits)
       perform 1200-WEIGHT-THE-GRADE
       compute WSWeightedQuality =
           WSWeightedQuality + (WSWeightedPoints * SrtCredits)
       add SrtCredits to WSCreditHours
       read SortedGradeFile
           at end move 'Y' to GradeEndOfFile
       end-read.

1200-WEIGHT-THE-GRADE. *>the catalog says honors or AP; a failing grade earns
*>no bump, and a course gone from the catalog counts as regular
       move WSGradePoints to WSWeightedPoints
       if WSGradePoints = zero or WSCatalogUp not = 'Y'
           exit paragraph
       end-if
       move SrtCourse to CatCourse
       read CourseCatalogFile
           key is CatCourse
           invalid key exit paragraph
       end-read
       evaluate true
           when CatHonors add WSHonorsBump to WSWeightedPoints
           when CatAP add WSAPBump to WSWeightedPoints
           when other continue
       end-evaluate.

1500-POST-GPA-TO-MASTER.
       move WSCurrentStudent to SmIDNum
       move 'Y' to WSStudentFound
       move WSCurrentStudent to PrnIDNum
       move WSCreditHours to PrnHours
       move WSComputedGPA to PrnGPA
       move WSWeightedGPA to PrnWeighted
       if WSStudentFound = 'N'
           add 1 to WSStudentsNotFound
           move "  STUDENT NOT ON MASTER" to PrnMarker
       else
           move WSComputedGPA to SmGPA
           move WSWeightedGPA to SmWeightedGPA
           rewrite StudMasterData
           add 1 to WSStudentsUpdated
           move spaces to PrnMarker
