       >>source format free
identification division.
program-id. studconv.
environment division.
input-output section.
file-control.
       copy studfc.
       select OldStudentFile assign to "STUDOLD.DAT"
           organization is indexed
           access is dynamic
           record key is OSmIDNum
           file status is OldStudentStatus.
data division.
file section.
fd StudentMasterFile.
       copy studrec.
fd OldStudentFile.
01 OldStudentData. *>the layout STUDMAST.DAT carried before the weighted GPA
*>and class rank joined the record
       02 OSmIDNum          pic 9(5).
       02 OSmStudName       pic x(25).
       02 OSmGradeLevel     pic 9(2).
       02 OSmGPA            pic 9v99.
       02 OSmEnrollmentDate pic 9(8).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
       88 StudentMasterNotFound value "35".
01 OldStudentStatus pic x(2) value "00".
       88 OldStudentOk value "00".
       88 OldStudentNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSLoadedCount pic 9(7) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run, the CATCONV pattern - rename the
*>old STUDMAST.DAT to STUDOLD.DAT, run this once. Every student comes across
*>unranked with no weighted GPA; the next GPACALC and CLSRANK fill them in
       open input OldStudentFile
       if OldStudentNotFound
           display "STUDOLD.DAT not found - rename the old STUDMAST.DAT to"
               " STUDOLD.DAT and run again"
           close OldStudentFile
           move 1 to return-code
           stop run
       end-if
       open i-o StudentMasterFile
       if StudentMasterNotFound
           close StudentMasterFile
           open output StudentMasterFile
           close StudentMasterFile
           open i-o StudentMasterFile
       end-if
       if not StudentMasterOk
           display "Student file is in use by another user - try again later"
           close OldStudentFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldStudentFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-RECORD until OldEndOfFile = 'Y'
       close OldStudentFile, StudentMasterFile
       display "Conversion complete - " WSLoadedCount
           " students carried to the new layout"
       stop run.

1000-CONVERT-ONE-RECORD.
       move OSmIDNum to SmIDNum
       move OSmStudName to SmStudName
       move OSmGradeLevel to SmGradeLevel
       move OSmGPA to SmGPA
       move OSmEnrollmentDate to SmEnrollmentDate
       move zero to SmWeightedGPA, SmClassRank, SmClassSize, SmDecile
       write StudMasterData
           invalid key display "Student " OSmIDNum
               " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       end-write
       read OldStudentFile next
           at end move 'Y' to OldEndOfFile
       end-read.
