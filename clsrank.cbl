       >>source format free
identification division.
program-id. clsrank.
environment division.
input-output section.
file-control.
       copy studfc.
       select SortedStudentFile assign to "rankSort.tmp"
           organization is line sequential.
       select RankSortWorkFile assign to "ranksort.tmp".
data division.
file section.
fd StudentMasterFile.
       copy studrec.
fd SortedStudentFile.
01 SrtStudentData.
       02 SrtIDNum       pic 9(5).
       02 SrtStudName    pic x(25).
       02 SrtGradeLevel  pic 9(2).
       02 SrtGPA         pic 9v99.
       02 SrtEnrollDate  pic 9(8).
       02 SrtWeightedGPA pic 9v99.
       02 filler         pic x(10).
SD RankSortWorkFile.
01 WStudentData.
       02 WSmIDNum       pic 9(5).
       02 filler         pic x(25).
       02 WSmGradeLevel  pic 9(2).
       02 filler         pic x(11).
       02 WSmWeightedGPA pic 9v99.
       02 filler         pic x(10).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
       88 StudentMasterNotFound value "35".
01 SortedEndOfFile pic x(1) value 'N'.
01 WSGradeSizes. *>students in each grade level, counted before ranking so
*>the decile is known as each rank is given
       02 WSGradeSize pic 9(4) occurs 100 times.
01 WSGradeIndex pic 9(3) value zero.
01 WSCurrentGrade pic 9(2) value zero.
01 WSPosition pic 9(4) value zero.
01 WSRank pic 9(4) value zero.
01 WSLastWeighted pic 9v99 value zero.
01 WSDecile pic 9(2) value zero.
01 WSFirstStudent pic x(1) value 'Y'.
01 WSRankedCount pic 9(5) value zero.
       copy rptwreq.
01 RankGradeLine.
       02 filler pic x(12) value "Grade level ".
       02 PrnGradeLevel pic z9.
       02 filler pic x(5) value " -   ".
       02 PrnGradeSize pic zzz9.
       02 filler pic x(16) value " students ranked".
01 RankColumnLine pic x(132) value
       "Rank  IDNum  Student                    Weighted  Unweighted  Decile".
01 RankDetailLine.
       02 PrnRank pic zzz9.
       02 filler pic x(2) value space.
       02 PrnIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnName pic x(25).
       02 filler pic x(6) value space.
       02 PrnWeighted pic 9.99.
       02 filler pic x(8) value space.
       02 PrnUnweighted pic 9.99.
       02 filler pic x(6) value space.
       02 PrnDecile pic z9.

procedure division.
0000-MAINLINE. *>the rank colleges ask for on every application - each grade
*>level ranked on the weighted GPA GPACALC posted, run after it. Students
*>with the same weighted GPA share a rank and the next rank skips past them
*>(two at 3rd, the next is 5th); decile 1 is the top tenth of the class
       open input StudentMasterFile
       if StudentMasterNotFound
           display "STUDMAST.DAT not found - load students with STUDMNT first"
           close StudentMasterFile
           move 1 to return-code
           stop run
       end-if
       close StudentMasterFile
       sort RankSortWorkFile
           on ascending key WSmGradeLevel
           on descending key WSmWeightedGPA
           on ascending key WSmIDNum
           using StudentMasterFile
           giving SortedStudentFile
       initialize WSGradeSizes
       open input SortedStudentFile
       move 'N' to SortedEndOfFile
       perform 1000-COUNT-ONE-STUDENT until SortedEndOfFile = 'Y'
       close SortedStudentFile
       open i-o StudentMasterFile
       if not StudentMasterOk
           display "Student file is in use by another user - try again later"
           move 1 to return-code
           stop run
       end-if
       set RwActionOpen to true
       move "CLASSRANK.rpt" to RwReportName
       move "Class rank by grade level" to RwTitle
       call "RPTWRITE" using RptWriteRequest
       open input SortedStudentFile
       move 'N' to SortedEndOfFile
       perform 2000-RANK-ONE-STUDENT until SortedEndOfFile = 'Y'
       close SortedStudentFile, StudentMasterFile
       set RwActionClose to true
       move WSRankedCount to RwRecordCount
       move "students ranked" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest
       call "CBL_DELETE_FILE" using "rankSort.tmp"
       call "CBL_DELETE_FILE" using "ranksort.tmp"
       display "Class rank complete - " WSRankedCount
           " students ranked, list on CLASSRANK.rpt"
       stop run.

1000-COUNT-ONE-STUDENT.
       read SortedStudentFile
           at end
               move 'Y' to SortedEndOfFile
               exit paragraph
       end-read
       compute WSGradeIndex = SrtGradeLevel + 1
       add 1 to WSGradeSize(WSGradeIndex).

2000-RANK-ONE-STUDENT. *>the sorted file is grade by grade, best first
       read SortedStudentFile
           at end
               move 'Y' to SortedEndOfFile
               exit paragraph
       end-read
       if WSFirstStudent = 'Y' or SrtGradeLevel not = WSCurrentGrade
           perform 2100-START-A-GRADE
       end-if
       add 1 to WSPosition
       if WSPosition = 1 or SrtWeightedGPA not = WSLastWeighted
           move WSPosition to WSRank
       end-if
       move SrtWeightedGPA to WSLastWeighted
       compute WSGradeIndex = SrtGradeLevel + 1
       compute WSDecile = ((WSRank - 1) * 10 / WSGradeSize(WSGradeIndex)) + 1
       move SrtIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               display "Student " SrtIDNum " left the master during the run - not ranked"
               exit paragraph
       end-read
       move WSRank to SmClassRank
       move WSGradeSize(WSGradeIndex) to SmClassSize
       move WSDecile to SmDecile
       rewrite StudMasterData
       add 1 to WSRankedCount
       move WSRank to PrnRank
       move SrtIDNum to PrnIDNum
       move SrtStudName to PrnName
       move SrtWeightedGPA to PrnWeighted
       move SrtGPA to PrnUnweighted
       move WSDecile to PrnDecile
       set RwActionDetail to true
       move RankDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.

2100-START-A-GRADE. *>each grade level on a page of its own
       if WSFirstStudent not = 'Y'
           set RwActionNewPage to true
           call "RPTWRITE" using RptWriteRequest
       end-if
       move 'N' to WSFirstStudent
       move SrtGradeLevel to WSCurrentGrade
       move zero to WSPosition, WSRank
       compute WSGradeIndex = SrtGradeLevel + 1
       move SrtGradeLevel to PrnGradeLevel
       move WSGradeSize(WSGradeIndex) to PrnGradeSize
       set RwActionDetail to true
       move RankGradeLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move RankColumnLine to RwLine
       move 2 to RwAdvance
       call "RPTWRITE" using RptWriteRequest.
