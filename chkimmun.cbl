       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHKIMMUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       copy studfc.
       copy imqfc.
       copy imdfc.
       copy imxfc.
       SELECT ImmParmFile ASSIGN TO "IMMPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ImmParmStatus.
DATA DIVISION.
FILE SECTION.
FD StudentMasterFile.
       copy studrec.
FD ImmReqFile.
       copy imqrec.
FD ImmDoseFile.
       copy imdrec.
FD ImmExemptFile.
       copy imxrec.
FD ImmParmFile.
01 ImmParmData. *>the state's rules - one line, maintained by hand like
*>PURGEPARM.DAT
       02 IpGraceDays  PIC 9(3). *>days a dose may be late before registration stops
       02 IpYearStart  PIC 9(4). *>MMDD the school year starts
WORKING-STORAGE SECTION.
       01 StudentMasterStatus PIC X(2) VALUE "00".
           88 StudentMasterOk VALUE "00".
       01 ImmReqStatus PIC X(2) VALUE "00".
           88 ImmReqOk VALUE "00".
       01 ImmDoseStatus PIC X(2) VALUE "00".
           88 ImmDoseOk VALUE "00".
       01 ImmExemptStatus PIC X(2) VALUE "00".
           88 ImmExemptOk VALUE "00".
       01 ImmParmStatus PIC X(2) VALUE "00".
           88 ImmParmOk VALUE "00".
       01 WSEndOfFile PIC X(1) VALUE 'N'.
       01 WSDoseEndOfFile PIC X(1) VALUE 'N'.
       01 WSDosesOpen PIC X(1) VALUE 'N'.
       01 WSExemptOpen PIC X(1) VALUE 'N'.
       01 WSRuleCount PIC 9(2) VALUE ZERO.
       01 WSYearStartMMDD PIC 9(4) VALUE 0901.
       01 WSAsOfParts.
           02 WSAsOfYear PIC 9(4).
           02 WSAsOfMMDD PIC 9(4).
       01 WSYearStart PIC 9(8).
       01 WSAnchorDate PIC 9(8). *>grace never runs from before the later of
                                 *>the school year's start and the student's entry
       01 WSDoseCount PIC 9(1).
       01 WSLastDose PIC 9(8).
       01 WSDueDate PIC 9(8).
       01 WSGraceEnd PIC 9(8).
       01 WSDays PIC S9(7).
       01 WSExemptFound PIC X(1).
       01 WSExemptVaccine PIC X(6).
LINKAGE SECTION.
       copy imcreq.
PROCEDURE DIVISION USING ImmCheck.
*>immunization compliance shared the way CHKPREREQ is - the nurse, the
*>compliance report and registration all judge a student here. Each
*>vaccine the student's grade requires is met by the doses on file or
*>by an exemption still in force; a dose short is due from when it fell
*>due, or from the start of the school year or the student's entry if
*>later, and past the grace period on IMMPARM.DAT the student is out.
       SET IcCompliant TO TRUE
       SET IcNoExemption TO TRUE
       MOVE ZERO TO IcGapCount, IcGradeLevel
       MOVE 30 TO IcGraceDays
       OPEN INPUT StudentMasterFile
       IF NOT StudentMasterOk
           CLOSE StudentMasterFile
           SET IcNoStudent TO TRUE
           GOBACK
       END-IF
       MOVE IcIDNum TO SmIDNum
       READ StudentMasterFile
           KEY IS SmIDNum
           INVALID KEY
               CLOSE StudentMasterFile
               SET IcNoStudent TO TRUE
               GOBACK
       END-READ
       CLOSE StudentMasterFile
       MOVE SmGradeLevel TO IcGradeLevel
       PERFORM ReadTheParms
       MOVE IcAsOf TO WSAsOfParts
       IF WSAsOfMMDD >= WSYearStartMMDD
           COMPUTE WSYearStart = WSAsOfYear * 10000 + WSYearStartMMDD
       ELSE
           COMPUTE WSYearStart = (WSAsOfYear - 1) * 10000 + WSYearStartMMDD
       END-IF
       MOVE WSYearStart TO WSAnchorDate
       IF SmEnrollmentDate > WSAnchorDate
           MOVE SmEnrollmentDate TO WSAnchorDate
       END-IF
       OPEN INPUT ImmReqFile
       IF NOT ImmReqOk
           CLOSE ImmReqFile
           SET IcNoRules TO TRUE
           GOBACK
       END-IF
       OPEN INPUT ImmDoseFile
       MOVE 'N' TO WSDosesOpen
       IF ImmDoseOk
           MOVE 'Y' TO WSDosesOpen
       END-IF
       OPEN INPUT ImmExemptFile
       MOVE 'N' TO WSExemptOpen
       IF ImmExemptOk
           MOVE 'Y' TO WSExemptOpen
       END-IF
       MOVE ZERO TO WSRuleCount
       MOVE SmGradeLevel TO IqGradeLevel
       MOVE LOW-VALUES TO IqVaccine
       MOVE 'N' TO WSEndOfFile
       START ImmReqFile KEY IS >= IqKey
           INVALID KEY MOVE 'Y' TO WSEndOfFile
       END-START
       PERFORM JudgeOneVaccine UNTIL WSEndOfFile = 'Y'
       CLOSE ImmReqFile, ImmDoseFile, ImmExemptFile
       IF WSRuleCount = ZERO
           SET IcNoRules TO TRUE
       END-IF
       GOBACK.

ReadTheParms.
       OPEN INPUT ImmParmFile
       IF ImmParmOk
           READ ImmParmFile
               AT END CONTINUE
               NOT AT END
                   IF IpGraceDays IS NUMERIC
                       MOVE IpGraceDays TO IcGraceDays
                   END-IF
                   IF IpYearStart IS NUMERIC AND IpYearStart > ZERO
                       MOVE IpYearStart TO WSYearStartMMDD
                   END-IF
           END-READ
       END-IF
       CLOSE ImmParmFile.

JudgeOneVaccine.
       READ ImmReqFile NEXT
           AT END
               MOVE 'Y' TO WSEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF IqGradeLevel NOT = SmGradeLevel
           MOVE 'Y' TO WSEndOfFile
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSRuleCount
       PERFORM FindTheExemption
       IF WSExemptFound = 'Y'
           EXIT PARAGRAPH
       END-IF
       PERFORM CountTheDoses
       IF WSDoseCount >= IqDoses
           EXIT PARAGRAPH
       END-IF
       IF WSDoseCount = ZERO
           MOVE WSAnchorDate TO WSDueDate
       ELSE
           MOVE IqInterval TO WSDays
           CALL "DATEADD" USING WSLastDose, WSDays, WSDueDate
           IF WSDueDate < WSAnchorDate
               MOVE WSAnchorDate TO WSDueDate
           END-IF
       END-IF
       IF WSDueDate > IcAsOf
           EXIT PARAGRAPH
       END-IF
       IF IcGapCount >= 20
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO IcGapCount
       MOVE IqVaccine TO IcVaccine(IcGapCount)
       MOVE IqName TO IcName(IcGapCount)
       MOVE WSDoseCount TO IcHave(IcGapCount)
       MOVE IqDoses TO IcNeed(IcGapCount)
       MOVE WSDueDate TO IcDueDate(IcGapCount)
       MOVE IcGraceDays TO WSDays
       CALL "DATEADD" USING WSDueDate, WSDays, WSGraceEnd
       IF IcAsOf > WSGraceEnd
           SET IcGapOverdue(IcGapCount) TO TRUE
           SET IcPastGrace TO TRUE
       ELSE
           SET IcGapDue(IcGapCount) TO TRUE
           IF IcCompliant
               SET IcInGrace TO TRUE
           END-IF
       END-IF.

FindTheExemption. *>the vaccine's own exemption, then one for ALL
       MOVE 'N' TO WSExemptFound
       IF WSExemptOpen NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE IqVaccine TO WSExemptVaccine
       PERFORM TestOneExemption
       IF WSExemptFound = 'N'
           MOVE "ALL" TO WSExemptVaccine
           PERFORM TestOneExemption
       END-IF.

TestOneExemption.
       MOVE IcIDNum TO IxIDNum
       MOVE WSExemptVaccine TO IxVaccine
       READ ImmExemptFile
           KEY IS IxKey
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF IxExpiry NOT = ZERO AND IxExpiry < IcAsOf
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSExemptFound
       IF IxMedical
           SET IcMedicalExempt TO TRUE
       ELSE
           IF IcNoExemption
               SET IcNonMedicalExempt TO TRUE
           END-IF
       END-IF.

CountTheDoses.
       MOVE ZERO TO WSDoseCount, WSLastDose
       IF WSDosesOpen NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE IcIDNum TO IdIDNum
       MOVE IqVaccine TO IdVaccine
       MOVE ZERO TO IdDoseNo
       MOVE 'N' TO WSDoseEndOfFile
       START ImmDoseFile KEY IS >= IdKey
           INVALID KEY MOVE 'Y' TO WSDoseEndOfFile
       END-START
       PERFORM CountOneDose UNTIL WSDoseEndOfFile = 'Y'.

CountOneDose.
       READ ImmDoseFile NEXT
           AT END
               MOVE 'Y' TO WSDoseEndOfFile
               EXIT PARAGRAPH
       END-READ
       IF IdIDNum NOT = IcIDNum OR IdVaccine NOT = IqVaccine
           MOVE 'Y' TO WSDoseEndOfFile
           EXIT PARAGRAPH
       END-IF
       IF WSDoseCount < 9
           ADD 1 TO WSDoseCount
       END-IF
       IF IdDoseDate > WSLastDose
           MOVE IdDoseDate TO WSLastDose
       END-IF.
