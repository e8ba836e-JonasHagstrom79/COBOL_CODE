input-output section.
file-control.
       copy studfc.
       copy catfc.
data division.
file section.
fd StudentMasterFile.
       copy studrec.
fd CourseCatalogFile.
       copy catrec.

01 StudentMasterStatus pic x(2) value "00".
       88 StudentMasterOk value "00".
       88 StudentMasterNotFound value "35".
01 CourseCatalogStatus pic x(2) value "00".
       88 CourseCatalogOk value "00".
       88 CourseCatalogNotFound value "35".
01 WSStudentIDNum pic 9(5).
01 WSIdCheckValid pic x(1).
01 WSEnteredCount pic 9(5) value zero.
       copy pgreq.

procedure division.
0000-MAINLINE. *>a teacher's grade sheet keyed straight in - each line validated
*>against the student master before it lands on GRADES.DAT through POSTGRD,
*>the path the gradebook's letters take too
       open input StudentMasterFile
       if StudentMasterNotFound
           display "STUDMAST.DAT not found - load students with STUDMNT first"
           display "Student file is in use by another user - try again later"
           stop run
       end-if
       open input CourseCatalogFile
       if CourseCatalogOk
           move 'Y' to WSCatalogUp
       end-if
       perform 1000-ENTER-ONE-GRADE thru 1000-EXIT
           until WSStudentID = spaces
       close StudentMasterFile, CourseCatalogFile
       display WSEnteredCount " course grades recorded on GRADES.DAT"
       stop run.

               go to 1000-EXIT
       end-read
       display "Grading " SmStudName
       move WSStudentIDNum to PgIDNum
       display "Course code : " with no advancing
       accept PgCourse
       move function upper-case(PgCourse) to PgCourse
       move zero to PgCredits
       if WSCatalogUp = 'Y'
           move PgCourse to CatCourse
           read CourseCatalogFile
               key is CatCourse
               invalid key
                   display "Course " PgCourse " is not on the catalog -"
                       " grade not recorded"
                   go to 1000-EXIT
           end-read
       end-if
       display "Term (e.g. 2026S1) : " with no advancing
       accept PgTerm
       move function upper-case(PgTerm) to PgTerm
       display "Letter grade (A-F) : " with no advancing
       accept PgLetter
       move function upper-case(PgLetter) to PgLetter
       if WSCatalogUp = 'Y'
           display "Credit hours (from the catalog) : " CatCredits
       else
           display "Credit hours : " with no advancing
           accept PgCredits
       end-if
       call "POSTGRD" using PostGrade
       evaluate true
           when PgBadLetter
               display "Letter grade must be A, B, C, D or F - grade not recorded"
           when PgNoCredits
               display "Credit hours must be 1 or more - grade not recorded"
           when PgNoStudent
               display "Student " PgIDNum " not on the master - grade not recorded"
           when PgNoCourse
               display "Course " PgCourse " is not on the catalog - grade not recorded"
           when PgFileBusy
               display "Grade file is in use by another user - grade not recorded"
           when PgDuplicate
               display "Student " PgIDNum " already has a " PgCourse
                   " grade for term " PgTerm " - duplicate rejected, it"
                   " will not double-count into the GPA"
           when PgPosted
               add 1 to WSEnteredCount
               display "Recorded " PgCourse " " PgTerm " grade " PgLetter
                   " for student " PgIDNum
       end-evaluate.
1000-EXIT.
       exit.
