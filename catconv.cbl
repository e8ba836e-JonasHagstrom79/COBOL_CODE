       >>source format free
identification division.
program-id. catconv.
environment division.
input-output section.
file-control.
       copy catfc.
       select OldCatalogFile assign to "CATOLD.DAT"
           organization is indexed
           access is dynamic
           record key is OCatCourse
           file status is OldCatalogStatus.
data division.
file section.
fd CourseCatalogFile.
       copy catrec.
fd OldCatalogFile.
01 OldCatalogData. *>the layout CATALOG.DAT carried before the timetable -
*>days, period, room and teacher - and the course weighting joined the record
       02 OCatCourse   pic x(6).
       02 OCatTitle    pic x(30).
       02 OCatCredits  pic 9(2).
       02 OCatTerm     pic x(6).
       02 OCatCapacity pic 9(3).

working-storage section.
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
       88 CourseCatalogNotFound value "35".
01 OldCatalogStatus pic x(2) value "00".
       88 OldCatalogOk value "00".
       88 OldCatalogNotFound value "35".
01 OldEndOfFile pic x(1) value 'N'.
01 WSLoadedCount pic 9(7) value zero.

procedure division.
0000-MAINLINE. *>the one-time promotion run, the PRODCONV pattern - rename the
*>old CATALOG.DAT to CATOLD.DAT, run this once. Every section comes across
*>untimetabled - no days, period zero, no room or teacher, so CHKSCHED never
*>sees a clash until CATMNT places it - and weighted regular; CATMNT marks
*>the honors and AP courses
       open input OldCatalogFile
       if OldCatalogNotFound
           display "CATOLD.DAT not found - rename the old CATALOG.DAT to"
               " CATOLD.DAT and run again"
           close OldCatalogFile
           move 1 to return-code
           stop run
       end-if
       open i-o CourseCatalogFile
       if CourseCatalogNotFound
           close CourseCatalogFile
           open output CourseCatalogFile
           close CourseCatalogFile
           open i-o CourseCatalogFile
       end-if
       if not CourseCatalogOk
           display "Catalog is in use by another user - try again later"
           close OldCatalogFile
           move 1 to return-code
           stop run
       end-if
       move 'N' to OldEndOfFile
       read OldCatalogFile next
           at end move 'Y' to OldEndOfFile
       end-read
       perform 1000-CONVERT-ONE-RECORD until OldEndOfFile = 'Y'
       close OldCatalogFile, CourseCatalogFile
       display "Conversion complete - " WSLoadedCount
           " catalog courses carried to the new layout"
       stop run.

1000-CONVERT-ONE-RECORD.
       move OCatCourse to CatCourse
       move OCatTitle to CatTitle
       move OCatCredits to CatCredits
       move OCatTerm to CatTerm
       move OCatCapacity to CatCapacity
       move spaces to CatDays
       move zero to CatPeriod
       move spaces to CatRoom
       move spaces to CatTeacher
       set CatRegular to true
       write CourseCatalogData
           invalid key display "Course " OCatCourse
               " is already on the new file - skipped"
           not invalid key add 1 to WSLoadedCount
       end-write
       read OldCatalogFile next
           at end move 'Y' to OldEndOfFile
       end-read.
