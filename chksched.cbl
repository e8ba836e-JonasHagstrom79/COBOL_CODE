       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKSCHED.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy catfc.
DATA DIVISION.
FILE SECTION.
FD CourseCatalogFile.
       copy catrec.
WORKING-STORAGE SECTION.
       01 CourseCatalogStatus PIC X(2) VALUE "00".
           88 CourseCatalogOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSDayIndex PIC 9(1) VALUE ZERO.
       01 WSDaysMeet PIC X(1) VALUE 'N'.
LINKAGE SECTION.
       copy schreq.
PROCEDURE DIVISION USING SchedCheck.
*>master-schedule clash test shared the way CHKCLOSE is - the catalog
*>screen and registration both ask here, so a room or a teacher can never
*>be booked into two sections meeting at the same time. A section with no
*>period yet is not on the timetable and clashes with nothing.
       SET ScNoClash TO TRUE
       MOVE SPACES TO ScWith
       IF ScPeriod = ZERO OR ScDays = SPACES
           GOBACK
       END-IF
       IF ScRoom = SPACES AND ScTeacher = SPACES
           GOBACK
       END-IF
       OPEN INPUT CourseCatalogFile
       IF NOT CourseCatalogOk
           CLOSE CourseCatalogFile
           GOBACK
       END-IF
       MOVE 'N' TO WSEndOfFile
       PERFORM TestOneSection UNTIL WSEndOfFile = 'Y'
       CLOSE CourseCatalogFile
       GOBACK.

TestOneSection.
       READ CourseCatalogFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF CatCourse = ScCourse OR CatTerm NOT = ScTerm
          OR CatPeriod NOT = ScPeriod
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDaysMeet
       PERFORM TestOneDay
           VARYING WSDayIndex FROM 1 BY 1 UNTIL WSDayIndex > 5
       IF WSDaysMeet NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       IF ScRoom NOT = SPACES AND CatRoom = ScRoom
           SET ScRoomClash TO TRUE
           MOVE CatCourse TO ScWith
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF ScTeacher NOT = SPACES AND CatTeacher = ScTeacher
           SET ScTeacherClash TO TRUE
           MOVE CatCourse TO ScWith
           MOVE 'Y' TO WSEndOfFile
       END-IF.

TestOneDay.
       IF ScDays(WSDayIndex:1) NOT = SPACE AND CatDay(WSDayIndex) NOT = SPACE
           MOVE 'Y' TO WSDaysMeet
       END-IF.
