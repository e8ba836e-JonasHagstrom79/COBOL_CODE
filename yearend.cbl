input-output section.
file-control.
       copy studfc.
       select AlumniFile assign to "ALUMNI.DAT"
           organization is line sequential
           file status is AlumniStatus.
file section.
fd StudentMasterFile.
       copy studrec.
fd AlumniFile.
01 AlumniData. *>graduates move off the active master and live on here
       02 AlIDNum    pic 9(5).
       02 AlGPA      pic 9v99.
       02 AlCredits  pic 9(4).
fd YearEndRegister.
01 PrintLine pic x(100).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
       88 StudentMasterNotFound value "35".
01 AlumniStatus pic x(2) value "00".
       88 AlumniOk value "00".
01 StudentEndOfFile pic x(1) value 'N'.
01 WSGradLevel pic 9(2).
01 WSCreditsNeeded pic 9(4).
01 WSConfirmAnswer pic x(1).
01 WSHeldCount pic 9(4) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
       copy gaureq.
01 RegHeading pic x(70) value
       "Year-End Promotion and Graduation Register - for registrar sign-off".
01 RegDetailLine.
       02 PrnLevel pic 99.
       02 filler pic x(10) value "  credits ".
       02 PrnCredits pic zzz9.
       02 filler pic x(2) value space.
       02 PrnShortNote pic x(26).
01 RegCountLine pic x(90).

procedure division.
0000-MAINLINE. *>the autumn wave of corrections replaced by one signed run -
*>continuing students move up a grade, seniors graduate only when the credit
*>count off GRADES.DAT says so and GRADAUDIT finds every subject area the
*>state requires met, graduates move to the alumni file, and the registrar
*>signs the register of every move
       display "Graduating grade level (e.g. 12) : " with no advancing
       accept WSGradLevel
       display "Credits required to graduate : " with no advancing
           display "Student file is in use by another user - try again later"
           stop run
       end-if
       open output YearEndRegister
       write PrintLine from RegHeading after advancing page
       move spaces to PrintLine
       move "Registrar signature : ______________________    date : __________"
           to PrintLine
       write PrintLine after advancing 3 lines
       close StudentMasterFile, YearEndRegister
       display "Year-end run complete - register on YEAREND.rpt ("
           WSPromotedCount " promoted, " WSGraduatedCount " graduated, "
           WSHeldCount " held)"
           rewrite StudMasterData
           move "PROMOTED" to PrnDisposition
           move zero to WSCreditsEarned
           move spaces to PrnShortNote
           perform 3000-REGISTER-LINE
           add 1 to WSPromotedCount
       else
           perform 2000-SUM-THE-CREDITS thru 2000-EXIT
           if WSCreditsEarned >= WSCreditsNeeded and not GaShort
               perform 2500-GRADUATE-THE-STUDENT
           else
               move "HELD BACK" to PrnDisposition
           at end move 'Y' to StudentEndOfFile
       end-read.

2000-SUM-THE-CREDITS. *>the same audit the counselors print each term -
*>total passed credit, and the first subject area still short if any. With
*>no requirements table on file the total alone decides, as it always did
       move SmIDNum to GaIDNum
       move spaces to GaTerm
       call "GRADAUDIT" using GradAudit
       move GaTotalEarned to WSCreditsEarned
       move spaces to PrnShortNote
       if GaShort
           string "short " delimited by size
               GaShortArea delimited by size
               into PrnShortNote
           end-string
       end-if.
2000-EXIT.
       exit.

2500-GRADUATE-THE-STUDENT. *>off the active master, onto the alumni file -
*>CUSTPURGE-style: the record leaves whole, nothing is lost
       move SmIDNum to AlIDNum
