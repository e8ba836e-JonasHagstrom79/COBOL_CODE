       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKPREREQ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy prqfc.
       copy gradefc.
DATA DIVISION.
FILE SECTION.
FD PrereqFile.
       copy prqrec.
FD CourseGradeFile.
       copy gradrec.
WORKING-STORAGE SECTION.
       01 PrereqStatus PIC X(2) VALUE "00".
           88 PrereqOk VALUE "00".
       01 CourseGradeStatus PIC X(2) VALUE "00".
           88 CourseGradeOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSGradeEndOfFile PIC X(1) VALUE 'N'.
       01 WSGradesOpen PIC X(1) VALUE 'N'.
       01 WSBestGrade PIC X(1).
LINKAGE SECTION.
       copy prqreq.
PROCEDURE DIVISION USING PrereqCheck.
*>prerequisite test shared the way CHKSCHED is - registration and the
*>pre-term exception listing both ask here. The best grade the student
*>holds in each required course, over every term they took it, must be
*>at or above the grade the prerequisite asks for; letters order A to F
*>so the alphabet does the comparing. No prerequisites on file, no test.
       SET PrMet TO TRUE
       MOVE SPACES TO PrShort, PrNeed, PrBest
       OPEN INPUT PrereqFile
       IF NOT PrereqOk
           CLOSE PrereqFile
           GOBACK
       END-IF
       OPEN INPUT CourseGradeFile
       MOVE 'N' TO WSGradesOpen
       IF CourseGradeOk
           MOVE 'Y' TO WSGradesOpen
       END-IF
       MOVE PrCourse TO PqCourse
       MOVE LOW-VALUES TO PqPreCourse
       MOVE 'N' TO WSEndOfFile
       START PrereqFile KEY IS >= PqKey
           INVALID KEY MOVE 'Y' TO WSEndOfFile
       END-START
       PERFORM TestOnePrereq UNTIL WSEndOfFile = 'Y' OR PrNotMet
       CLOSE PrereqFile, CourseGradeFile
       GOBACK.

TestOnePrereq.
       READ PrereqFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF PqCourse NOT = PrCourse
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       MOVE SPACE TO WSBestGrade
       IF WSGradesOpen = 'Y'
           PERFORM FindBestGrade
       END-IF
       IF WSBestGrade = SPACE OR WSBestGrade > PqMinGrade
           SET PrNotMet TO TRUE
           MOVE PqPreCourse TO PrShort
           MOVE PqMinGrade TO PrNeed
           MOVE WSBestGrade TO PrBest
       END-IF.

FindBestGrade.
       MOVE PrStudent TO CgIDNum
       MOVE PqPreCourse TO CgCourse
       MOVE LOW-VALUES TO CgTerm
       MOVE 'N' TO WSGradeEndOfFile
       START CourseGradeFile KEY IS >= CgKey
           INVALID KEY MOVE 'Y' TO WSGradeEndOfFile
       END-START
       PERFORM TestOneGrade UNTIL WSGradeEndOfFile = 'Y'.

TestOneGrade.
       READ CourseGradeFile NEXT
           AT END
               MOVE 'Y' TO WSGradeEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF CgIDNum NOT = PrStudent OR CgCourse NOT = PqPreCourse
           MOVE 'Y' TO WSGradeEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF WSBestGrade = SPACE OR CgLetter < WSBestGrade
           MOVE CgLetter TO WSBestGrade
       END-IF.
