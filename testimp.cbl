       >>source format free
identification division.
program-id. testimp.
environment division.
input-output section.
file-control.
       copy studfc.
       copy tstfc.
       select ResultsFile assign to "TESTRESULTS.DAT"
           organization is line sequential
           file status is ResultsFileStatus.
       select ExceptionReport assign to "TESTEXC.rpt"
           organization is line sequential.
data division.
file section.
fd StudentMasterFile.
       copy studrec.
fd TestScoreFile.
       copy tstrec.
fd ResultsFile.
01 ResultsData. *>the vendor's spring file, one row per student per subject
       02 TrIDNum       pic x(5). *>our SmIDNum, as we sent it on the roster
       02 TrStudName    pic x(25).
       02 TrSubject     pic x(10).
       02 TrTestDate    pic x(8).
       02 TrScaleScore  pic x(4).
       02 TrLevel       pic x(1).
fd ExceptionReport.
01 ExcPrintLine pic x(100).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
       88 StudentMasterNotFound value "35".
01 TestScoreStatus pic x(2) value "00".
       88 TestScoreOk value "00".
       88 TestScoreNotFound value "35".
01 ResultsFileStatus pic x(2) value "00".
       88 ResultsFileOk value "00".
01 ResultsEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSReadCount pic 9(6) value zero.
01 WSLoadedCount pic 9(6) value zero.
01 WSReplacedCount pic 9(6) value zero.
01 WSExceptionCount pic 9(6) value zero.
01 WSIDNum pic 9(5).
01 WSReason pic x(30).
01 ExcHeading pic x(70) value
       "Test Results Not Loaded - match these to a student by hand".
01 ExcDetailLine.
       02 filler pic x value space.
       02 PrnIDNum pic x(5).
       02 filler pic x(2) value space.
       02 PrnStudName pic x(25).
       02 filler pic x(2) value space.
       02 PrnSubject pic x(10).
       02 filler pic x(2) value space.
       02 PrnTestDate pic x(8).
       02 filler pic x(2) value space.
       02 PrnScore pic x(4).
       02 filler pic x(2) value space.
       02 PrnReason pic x(30).
01 ExcCountLine pic x(80).

procedure division.
0000-MAINLINE. *>the spring results finally reach the system instead of the
*>photocopier - each row is matched to the student master on SmIDNum and
*>stored as a score, and anything that cannot be matched lands on an
*>exceptions list rather than being guessed at
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       open input ResultsFile
       if not ResultsFileOk
           display "TESTRESULTS.DAT not found - nothing to import"
           close ResultsFile
           stop run
       end-if
       open input StudentMasterFile
       if not StudentMasterOk
           display "STUDMAST.DAT not found - load students with STUDMNT first"
           close ResultsFile, StudentMasterFile
           move 1 to return-code
           stop run
       end-if
       open i-o TestScoreFile
       if TestScoreNotFound
           close TestScoreFile
           open output TestScoreFile
           close TestScoreFile
           open i-o TestScoreFile
       end-if
       if not TestScoreOk
           display "Test score file is in use by another user - try again later"
           close ResultsFile, StudentMasterFile, TestScoreFile
           move 1 to return-code
           stop run
       end-if
       open output ExceptionReport
       write ExcPrintLine from ExcHeading after advancing page
       move spaces to ExcPrintLine
       write ExcPrintLine after advancing 1 line
       move 'N' to ResultsEndOfFile
       perform 1000-LOAD-ONE-RESULT thru 1000-EXIT
           until ResultsEndOfFile = 'Y'
       move spaces to ExcCountLine
       string "Rows read : " delimited by size
           WSReadCount delimited by size
           "   loaded : " delimited by size
           WSLoadedCount delimited by size
           "   replaced : " delimited by size
           WSReplacedCount delimited by size
           "   exceptions : " delimited by size
           WSExceptionCount delimited by size
           into ExcCountLine
       end-string
       write ExcPrintLine from ExcCountLine after advancing 2 lines
       close ResultsFile, StudentMasterFile, TestScoreFile, ExceptionReport
       display "Test import complete - " WSLoadedCount " loaded, "
           WSReplacedCount " replaced, " WSExceptionCount
           " on TESTEXC.rpt"
       stop run.

1000-LOAD-ONE-RESULT.
       read ResultsFile next
           at end
               move 'Y' to ResultsEndOfFile
               go to 1000-EXIT
       end-read
       add 1 to WSReadCount
       if TrIDNum is not numeric
           move "student ID not numeric" to WSReason
           perform 2000-WRITE-EXCEPTION
           go to 1000-EXIT
       end-if
       if TrSubject = spaces
           move "no subject" to WSReason
           perform 2000-WRITE-EXCEPTION
           go to 1000-EXIT
       end-if
       if TrTestDate is not numeric or TrScaleScore is not numeric
           move "test date or score not numeric" to WSReason
           perform 2000-WRITE-EXCEPTION
           go to 1000-EXIT
       end-if
       if TrLevel < "1" or TrLevel > "4"
           move "proficiency level not 1-4" to WSReason
           perform 2000-WRITE-EXCEPTION
           go to 1000-EXIT
       end-if
       move TrIDNum to WSIDNum
       move WSIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key
               move "no such student on STUDMAST" to WSReason
               perform 2000-WRITE-EXCEPTION
               go to 1000-EXIT
       end-read
       move WSIDNum to TsIDNum
       move function upper-case(TrSubject) to TsSubject
       move TrTestDate to TsTestDate
       read TestScoreFile
           key is TsKey
           invalid key
               perform 1100-FILL-THE-SCORE
               write TestScoreData
                   invalid key
                       move "score could not be written" to WSReason
                       perform 2000-WRITE-EXCEPTION
                   not invalid key
                       add 1 to WSLoadedCount
               end-write
           not invalid key
               perform 1100-FILL-THE-SCORE
               rewrite TestScoreData
               add 1 to WSReplacedCount
       end-read.
1000-EXIT.
       exit.

1100-FILL-THE-SCORE.
       move TrScaleScore to TsScaleScore
       move TrLevel to TsLevel
       move SmGradeLevel to TsGradeLevel
       move WSRunDate to TsImportDate.

2000-WRITE-EXCEPTION.
       move TrIDNum to PrnIDNum
       move TrStudName to PrnStudName
       move TrSubject to PrnSubject
       move TrTestDate to PrnTestDate
       move TrScaleScore to PrnScore
       move WSReason to PrnReason
       write ExcPrintLine from ExcDetailLine after advancing 1 line
       add 1 to WSExceptionCount.
