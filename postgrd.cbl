       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POSTGRD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy studfc.
       copy gradefc.
       copy catfc.
DATA DIVISION.
FILE SECTION.
FD StudentMasterFile.
       copy studrec.
FD CourseGradeFile.
       copy gradrec.
FD CourseCatalogFile.
       copy catrec.
WORKING-STORAGE SECTION.
       01 StudentMasterStatus PIC X(2) VALUE "00".
           88 StudentMasterOk VALUE "00".
       01 CourseGradeStatus PIC X(2) VALUE "00".
           88 CourseGradeOk VALUE "00".
           88 CourseGradeNotFound VALUE "35".
       01 CourseCatalogStatus PIC X(2) VALUE "00".
           88 CourseCatalogOk VALUE "00".
LINKAGE SECTION.
       copy pgreq.
PROCEDURE DIVISION USING PostGrade.
*>the grade-posting checks GRADEENT always made, shared the way CHKSCHED
*>is so a letter from the gradebook lands on GRADES.DAT exactly as a keyed
*>one does - the student on the master, the course on the catalog with its
*>credit hours, a real letter, and never a second grade for the same term
       IF PgLetter NOT = 'A' AND PgLetter NOT = 'B' AND PgLetter NOT = 'C'
          AND PgLetter NOT = 'D' AND PgLetter NOT = 'F'
           SET PgBadLetter TO TRUE
           GOBACK
       END-IF
       OPEN INPUT StudentMasterFile
       IF NOT StudentMasterOk
           CLOSE StudentMasterFile
           SET PgNoStudent TO TRUE
           GOBACK
       END-IF
       MOVE PgIDNum TO SmIDNum
       READ StudentMasterFile
           KEY IS SmIDNum
           INVALID KEY
               CLOSE StudentMasterFile
               SET PgNoStudent TO TRUE
               GOBACK
       END-READ
       CLOSE StudentMasterFile
       OPEN INPUT CourseCatalogFile
       IF CourseCatalogOk
           MOVE PgCourse TO CatCourse
           READ CourseCatalogFile
               KEY IS CatCourse
               INVALID KEY
                   CLOSE CourseCatalogFile
                   SET PgNoCourse TO TRUE
                   GOBACK
           END-READ
           MOVE CatCredits TO PgCredits
       END-IF
       CLOSE CourseCatalogFile
       IF PgCredits = ZERO
           SET PgNoCredits TO TRUE
           GOBACK
       END-IF
       OPEN I-O CourseGradeFile
       IF CourseGradeNotFound
           CLOSE CourseGradeFile
           OPEN OUTPUT CourseGradeFile
           CLOSE CourseGradeFile
           OPEN I-O CourseGradeFile
       END-IF
       IF NOT CourseGradeOk
           CLOSE CourseGradeFile
           SET PgFileBusy TO TRUE
           GOBACK
       END-IF
       MOVE PgIDNum TO CgIDNum
       MOVE PgCourse TO CgCourse
       MOVE PgTerm TO CgTerm
       MOVE PgLetter TO CgLetter
       MOVE PgCredits TO CgCredits
       SET PgPosted TO TRUE
       WRITE CourseGradeData
           INVALID KEY SET PgDuplicate TO TRUE
       END-WRITE
       CLOSE CourseGradeFile
       GOBACK.
