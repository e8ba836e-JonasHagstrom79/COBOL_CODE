       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GRADAUDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy grqfc.
       copy camfc.
       copy gradefc.
       copy enrfc.
       copy catfc.
DATA DIVISION.
FILE SECTION.
FD GradReqFile.
       copy grqrec.
FD CourseAreaFile.
       copy camrec.
FD CourseGradeFile.
       copy gradrec.
FD EnrollmentFile.
       copy enrrec.
FD CourseCatalogFile.
       copy catrec.
WORKING-STORAGE SECTION.
       01 GradReqStatus PIC X(2) VALUE "00".
           88 GradReqOk VALUE "00".
       01 CourseAreaStatus PIC X(2) VALUE "00".
           88 CourseAreaOk VALUE "00".
       01 CourseGradeStatus PIC X(2) VALUE "00".
           88 CourseGradeOk VALUE "00".
       01 EnrollmentStatus PIC X(2) VALUE "00".
           88 EnrollmentOk VALUE "00".
       01 CourseCatalogStatus PIC X(2) VALUE "00".
           88 CourseCatalogOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSAreasOpen PIC X(1) VALUE 'N'.
       01 WSGradesOpen PIC X(1) VALUE 'N'.
       01 WSAreaIndex PIC 9(2) VALUE ZERO.
       01 WSAreaFound PIC 9(2) VALUE ZERO.
       01 WSCourseArea PIC X(4).
       01 WSCredits PIC 9(2).
       01 WSMissing PIC S9(4).
LINKAGE SECTION.
       copy gaureq.
PROCEDURE DIVISION USING GradAudit.
*>graduation audit shared the way CHKPREREQ is - YEAREND decides on it and
*>the counselors' audit prints it, so a student is judged by the same rules
*>in September as in June. Passed credit counts toward the area its course
*>is mapped to on CRSAREA.DAT; a course with no area is elective credit.
*>Enrollments in the term in progress that carry no grade yet are credit
*>in progress - they show on the audit but never graduate anyone.
       MOVE ZERO TO GaTotalEarned, GaElective, GaInProgress, GaAreaCount
       MOVE SPACES TO GaShortArea
       SET GaNoRules TO TRUE
       PERFORM LoadTheAreas
       OPEN INPUT CourseAreaFile
       MOVE 'N' TO WSAreasOpen
       IF CourseAreaOk
           MOVE 'Y' TO WSAreasOpen
       END-IF
       OPEN INPUT CourseGradeFile
       MOVE 'N' TO WSGradesOpen
       IF CourseGradeOk
           MOVE 'Y' TO WSGradesOpen
           PERFORM AddTheGrades
       END-IF
       IF GaTerm NOT = SPACES
           PERFORM AddTheEnrollments
       END-IF
       CLOSE CourseAreaFile, CourseGradeFile
       PERFORM JudgeOneArea
           VARYING WSAreaIndex FROM 1 BY 1 UNTIL WSAreaIndex > GaAreaCount
       GOBACK.

LoadTheAreas.
       OPEN INPUT GradReqFile
       IF NOT GradReqOk
           CLOSE GradReqFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM LoadOneArea UNTIL WSEndOfFile = 'Y'
       CLOSE GradReqFile
       IF GaAreaCount > ZERO
           SET GaAllMet TO TRUE
       END-IF.

LoadOneArea.
       READ GradReqFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF GaAreaCount >= 20
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO GaAreaCount
       MOVE GrArea TO GaArea(GaAreaCount)
       MOVE GrAreaName TO GaAreaName(GaAreaCount)
       MOVE GrCredits TO GaRequired(GaAreaCount)
       MOVE ZERO TO GaEarned(GaAreaCount), GaInProg(GaAreaCount),
           GaMissing(GaAreaCount).

AddTheGrades. *>the student's whole history - F rows carry their credit
*>hours but earn nothing, as YEAREND always counted them
       MOVE GaIDNum TO CgIDNum
       MOVE SPACES TO CgCourse, CgTerm
       MOVE 'N' TO WSEndOfFile
       START CourseGradeFile KEY IS >= CgKey
           INVALID KEY MOVE 'Y' TO WSEndOfFile
       END-START
       PERFORM AddOneGrade UNTIL WSEndOfFile = 'Y'.

AddOneGrade.
       READ CourseGradeFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF CgIDNum NOT = GaIDNum
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF CgLetter = 'F'
           EXIT PARAGRAPH
       END-IF
       ADD CgCredits TO GaTotalEarned
       MOVE CgCourse TO CaCourse
       PERFORM FindTheArea
       IF WSAreaFound = ZERO
           ADD CgCredits TO GaElective
       ELSE
           ADD CgCredits TO GaEarned(WSAreaFound)
       END-IF.

AddTheEnrollments. *>the enrollment key leads with the course, so the whole
*>file is read for the student's rows in the term; the grade file is still
*>open to tell a class already graded from one in progress
       OPEN INPUT EnrollmentFile
       IF NOT EnrollmentOk
           CLOSE EnrollmentFile
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CourseCatalogFile
       MOVE 'N' TO WSEndOfFile
       PERFORM AddOneEnrollment UNTIL WSEndOfFile = 'Y'
       CLOSE EnrollmentFile, CourseCatalogFile.

AddOneEnrollment.
       READ EnrollmentFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF EnIDNum NOT = GaIDNum OR EnTerm NOT = GaTerm
           EXIT PARAGRAPH
       END-IF
       IF WSGradesOpen = 'Y'
           MOVE EnIDNum TO CgIDNum
           MOVE EnCourse TO CgCourse
           MOVE EnTerm TO CgTerm
           READ CourseGradeFile
               KEY IS CgKey
               INVALID KEY CONTINUE
               NOT INVALID KEY EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE EnCourse TO CatCourse
       READ CourseCatalogFile
           KEY IS CatCourse
           INVALID KEY EXIT PARAGRAPH
       END-READ
       MOVE CatCredits TO WSCredits
       ADD WSCredits TO GaInProgress
       MOVE EnCourse TO CaCourse
       PERFORM FindTheArea
       IF WSAreaFound > ZERO
           ADD WSCredits TO GaInProg(WSAreaFound)
       END-IF.

FindTheArea.
       MOVE ZERO TO WSAreaFound
       IF WSAreasOpen NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       READ CourseAreaFile
           KEY IS CaCourse
           INVALID KEY EXIT PARAGRAPH
       END-READ
       MOVE CaArea TO WSCourseArea
       PERFORM MatchOneArea
           VARYING WSAreaIndex FROM 1 BY 1
           UNTIL WSAreaIndex > GaAreaCount OR WSAreaFound > ZERO.

MatchOneArea.
       IF GaArea(WSAreaIndex) = WSCourseArea
           MOVE WSAreaIndex TO WSAreaFound
       END-IF.

JudgeOneArea.
       COMPUTE WSMissing = GaRequired(WSAreaIndex) - GaEarned(WSAreaIndex)
           - GaInProg(WSAreaIndex)
       IF WSMissing > ZERO
           MOVE WSMissing TO GaMissing(WSAreaIndex)
       END-IF
       IF GaEarned(WSAreaIndex) < GaRequired(WSAreaIndex) AND GaAllMet
           SET GaShort TO TRUE
           MOVE GaAreaName(WSAreaIndex) TO GaShortArea
       END-IF.
