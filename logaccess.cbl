       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOGACCESS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AccessLogFileStatus.
DATA DIVISION.
FILE SECTION.
FD AccessLogFile.
       copy acslog.
WORKING-STORAGE SECTION.
       01 AccessLogFileStatus PIC X(2) VALUE "00".
           88 AccessLogFileOk VALUE "00".
LINKAGE SECTION.
       copy acsreq.
PROCEDURE DIVISION USING AccessLogRequest.
*>the one writer of ACCESSLOG.DAT, shared the way LOGPROMO is so every
*>inquiry screen leaves the same trace - stamped here, not by the caller,
*>so the time cannot be keyed
       MOVE FUNCTION CURRENT-DATE TO AxTimestamp
       MOVE ArOperator TO AxOperator
       MOVE ArProgram TO AxProgram
       MOVE ArSubject TO AxSubject
       MOVE ArIDNum TO AxIDNum
       MOVE ArAction TO AxAction
       MOVE ArRevealed TO AxRevealed
       OPEN EXTEND AccessLogFile
       IF NOT AccessLogFileOk
           OPEN OUTPUT AccessLogFile
       END-IF
       WRITE AccessLogData
       CLOSE AccessLogFile
       GOBACK.
