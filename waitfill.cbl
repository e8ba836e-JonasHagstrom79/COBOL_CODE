       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WAITFILL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy catfc.
       copy enrfc.
       copy wlfc.
       copy studfc.
       copy guafc.
       SELECT WaitNoticeFile ASSIGN TO "WAITNOTICE.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WaitNoticeStatus.
DATA DIVISION.
FILE SECTION.
FD CourseCatalogFile.
       copy catrec.
FD EnrollmentFile.
       copy enrrec.
FD WaitListFile.
       copy wlrec.
FD StudentMasterFile.
       copy studrec.
FD GuardianFile.
       copy guarec.
FD WaitNoticeFile.
01 NoticeLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CourseCatalogStatus PIC X(2) VALUE "00".
           88 CourseCatalogOk VALUE "00".
       01 EnrollmentStatus PIC X(2) VALUE "00".
           88 EnrollmentOk VALUE "00".
           88 EnrollmentNotFound VALUE "35".
       01 WaitListStatus PIC X(2) VALUE "00".
           88 WaitListOk VALUE "00".
       01 StudentMasterStatus PIC X(2) VALUE "00".
           88 StudentMasterOk VALUE "00".
       01 GuardianStatus PIC X(2) VALUE "00".
           88 GuardianOk VALUE "00".
       01 WaitNoticeStatus PIC X(2) VALUE "00".
           88 WaitNoticeOk VALUE "00".
       01 WSCurrentDate PIC X(21).
       01 WSRunDate PIC 9(8).
       01 WSCapacity PIC 9(3) VALUE ZERO.
       01 WSSeatCount PIC 9(3) VALUE ZERO.
       01 WSSectionDays PIC X(5).
       01 WSSectionPeriod PIC 9(2).
       01 WSSectionTitle PIC X(30).
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSWaitEndOfFile PIC X(1) VALUE 'N'.
       01 WSClashCourse PIC X(6).
       01 WSDaysMeet PIC X(1).
       01 WSDayIndex PIC 9(1).
       01 WSStudentName PIC X(25).
       01 WSWorkLine PIC X(80).
       copy imcreq.
LINKAGE SECTION.
       01 LCourse PIC X(6).
       01 LTerm   PIC X(6).
       01 LFilled PIC 9(3). *>students taken off the waitlist this call
PROCEDURE DIVISION USING LCourse, LTerm, LFilled.
*>waitlist promotion shared the way CHKSCHED is - a drop at registration and
*>a capacity raise on the catalog both call here, so the seat always goes to
*>the student who asked first. A student whose timetable has since filled
*>the same period is passed over with a note and keeps their place, as is
*>one registration would refuse for immunizations past the grace period.
       MOVE ZERO TO LFilled
       MOVE FUNCTION CURRENT-DATE TO WSCurrentDate
       MOVE WSCurrentDate(1:8) TO WSRunDate
       OPEN INPUT CourseCatalogFile
       IF NOT CourseCatalogOk
           CLOSE CourseCatalogFile
           GOBACK
       END-IF
       MOVE LCourse TO CatCourse
       READ CourseCatalogFile
           KEY IS CatCourse
           INVALID KEY
               CLOSE CourseCatalogFile
               GOBACK
       END-READ
       MOVE CatCapacity TO WSCapacity
       MOVE CatDays TO WSSectionDays
       MOVE CatPeriod TO WSSectionPeriod
       MOVE CatTitle TO WSSectionTitle
       OPEN I-O EnrollmentFile
       IF EnrollmentNotFound
           CLOSE EnrollmentFile
           OPEN OUTPUT EnrollmentFile
           CLOSE EnrollmentFile
           OPEN I-O EnrollmentFile
       END-IF
       IF NOT EnrollmentOk
           CLOSE EnrollmentFile, CourseCatalogFile
           GOBACK
       END-IF
       PERFORM CountTheSection
       IF WSSeatCount >= WSCapacity
           CLOSE EnrollmentFile, CourseCatalogFile
           GOBACK
       END-IF
       OPEN I-O WaitListFile
       IF NOT WaitListOk
           CLOSE WaitListFile, EnrollmentFile, CourseCatalogFile
           GOBACK
       END-IF
       MOVE LCourse TO WlCourse
       MOVE LTerm TO WlTerm
       MOVE ZERO TO WlAskedAt, WlIDNum
       MOVE 'N' TO WSWaitEndOfFile
       START WaitListFile KEY IS >= WlKey
           INVALID KEY MOVE 'Y' TO WSWaitEndOfFile
       END-START
       PERFORM FillOneSeat
           UNTIL WSWaitEndOfFile = 'Y' OR WSSeatCount >= WSCapacity
       CLOSE WaitListFile, EnrollmentFile, CourseCatalogFile
       GOBACK.

CountTheSection.
       MOVE ZERO TO WSSeatCount
       MOVE LCourse TO EnCourse
       MOVE LTerm TO EnTerm
       MOVE ZERO TO EnIDNum
       MOVE 'N' TO WSEndOfFile
       START EnrollmentFile KEY IS >= EnKey
           INVALID KEY MOVE 'Y' TO WSEndOfFile
       END-START
       PERFORM CountOneSeat UNTIL WSEndOfFile = 'Y'.

CountOneSeat.
       READ EnrollmentFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF EnCourse NOT = LCourse OR EnTerm NOT = LTerm
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSSeatCount.

FillOneSeat.
       READ WaitListFile NEXT
           AT END
               MOVE 'Y' TO WSWaitEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF WlCourse NOT = LCourse OR WlTerm NOT = LTerm
           MOVE 'Y' TO WSWaitEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF NOT WlWaiting
           EXIT PARAGRAPH
       END-IF
       MOVE WlIDNum TO IcIDNum
       MOVE WSRunDate TO IcAsOf
       CALL "CHKIMMUN" USING ImmCheck
       IF IcPastGrace
           MOVE "IMMUNIZATION HOLD" TO WlNote
           REWRITE WaitListData
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckStudentTimes
       IF WSClashCourse NOT = SPACES
           MOVE SPACES TO WlNote
           STRING "TIME CLASH " DELIMITED BY SIZE
               WSClashCourse DELIMITED BY SIZE
               INTO WlNote
           END-STRING
           REWRITE WaitListData
           EXIT PARAGRAPH
       END-IF
       MOVE LCourse TO EnCourse
       MOVE LTerm TO EnTerm
       MOVE WlIDNum TO EnIDNum
       MOVE WSRunDate TO EnDate
       WRITE EnrollmentData
           INVALID KEY
               MOVE "ALREADY ENROLLED" TO WlNote
               SET WlWithdrawn TO TRUE
               MOVE WSRunDate TO WlDoneDate
               REWRITE WaitListData
               EXIT PARAGRAPH
       END-WRITE
       SET WlEnrolled TO TRUE
       MOVE WSRunDate TO WlDoneDate
       MOVE SPACES TO WlNote
       REWRITE WaitListData
       ADD 1 TO WSSeatCount
       ADD 1 TO LFilled
       PERFORM WriteTheNotice.

CheckStudentTimes.
*>the student's other classes this term, against the section's slot
       MOVE SPACES TO WSClashCourse
       IF WSSectionPeriod = ZERO OR WSSectionDays = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO EnKey
       MOVE 'N' TO WSEndOfFile
       START EnrollmentFile KEY IS >= EnKey
           INVALID KEY MOVE 'Y' TO WSEndOfFile
       END-START
       PERFORM TestOneEnrollment
           UNTIL WSEndOfFile = 'Y' OR WSClashCourse NOT = SPACES.

TestOneEnrollment.
       READ EnrollmentFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF EnIDNum NOT = WlIDNum OR EnTerm NOT = LTerm OR EnCourse = LCourse
           EXIT PARAGRAPH
       END-IF
       MOVE EnCourse TO CatCourse
       READ CourseCatalogFile
           KEY IS CatCourse
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF CatPeriod NOT = WSSectionPeriod
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDaysMeet
       PERFORM TestOneDay
           VARYING WSDayIndex FROM 1 BY 1 UNTIL WSDayIndex > 5
       IF WSDaysMeet = 'Y'
           MOVE EnCourse TO WSClashCourse
       END-IF.

TestOneDay.
       IF WSSectionDays(WSDayIndex:1) NOT = SPACE AND CatDay(WSDayIndex) NOT = SPACE
           MOVE 'Y' TO WSDaysMeet
       END-IF.

WriteTheNotice.
*>a letter home to the guardian on file, the REPCARD address block, with
*>the phone number for the office to call ahead of the post
       MOVE "(not on the student master)" TO WSStudentName
       OPEN INPUT StudentMasterFile
       IF StudentMasterOk
           MOVE WlIDNum TO SmIDNum
           READ StudentMasterFile
               KEY IS SmIDNum
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE SmStudName TO WSStudentName
           END-READ
       END-IF
       CLOSE StudentMasterFile
       OPEN EXTEND WaitNoticeFile
       IF NOT WaitNoticeOk
           OPEN OUTPUT WaitNoticeFile
       END-IF
       OPEN INPUT GuardianFile
       MOVE WlIDNum TO GuIDNum
       IF GuardianOk
           READ GuardianFile
               KEY IS GuIDNum
               INVALID KEY MOVE SPACES TO GuName
           END-READ
       ELSE
           MOVE SPACES TO GuName
       END-IF
       CLOSE GuardianFile
       IF GuName = SPACES
           MOVE "No guardian on file - hold for the office" TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING PAGE
       ELSE
           MOVE SPACES TO WSWorkLine
           STRING FUNCTION TRIM(GuName) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(GuRelation) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WSWorkLine
           END-STRING
           WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING PAGE
           WRITE NoticeLine FROM GuStreet AFTER ADVANCING 1 LINE
           MOVE SPACES TO WSWorkLine
           STRING FUNCTION TRIM(GuCity) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               GuState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GuZip DELIMITED BY SIZE
               INTO WSWorkLine
           END-STRING
           WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO WSWorkLine
           STRING "Phone " DELIMITED BY SIZE
               GuPhone DELIMITED BY SIZE
               INTO WSWorkLine
           END-STRING
           WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO WSWorkLine
       STRING "A seat has opened and " DELIMITED BY SIZE
           FUNCTION TRIM(WSStudentName) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WlIDNum DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WSWorkLine
       END-STRING
       WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING 3 LINES
       MOVE SPACES TO WSWorkLine
       STRING "has been enrolled from the waitlist in " DELIMITED BY SIZE
           LCourse DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSSectionTitle) DELIMITED BY SIZE
           INTO WSWorkLine
       END-STRING
       WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO WSWorkLine
       STRING "for term " DELIMITED BY SIZE
           LTerm DELIMITED BY SIZE
           ", effective " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           ". Please contact the counseling office" DELIMITED BY SIZE
           INTO WSWorkLine
       END-STRING
       WRITE NoticeLine FROM WSWorkLine AFTER ADVANCING 1 LINE
       MOVE "if the class is no longer wanted." TO NoticeLine
       WRITE NoticeLine AFTER ADVANCING 1 LINE
       CLOSE WaitNoticeFile.
