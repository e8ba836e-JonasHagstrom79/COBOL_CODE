       88 OperatorFileNotFound value "35".
01 WSOperator PIC X(10) VALUE SPACES.
01 WSMayUnmask PIC X(1) VALUE 'N'.
       copy acsreq.
01 NumbersFileStatus PIC X(2) VALUE "00".
       88 NumbersFileOk value "00".
       88 NumbersFileNotFound value "35".
       ACCEPT WSUnmaskPermission
       IF FUNCTION UPPER-CASE(WSUnmaskPermission) = 'U'
           PERFORM CheckUnmaskClearance
           PERFORM LogUnmaskAttempt
           IF WSMayUnmask = 'Y'
               DISPLAY "SSN : " SSArea "-" SSGroup "-" SSSerial
           ELSE
       END-IF
END-IF.

LogUnmaskAttempt. *>every unmask, and every refused one, goes on the access
*>log - only the last four digits are written there, never the full number
MOVE WSOperator TO ArOperator
MOVE "COBOLJON" TO ArProgram
SET ArCustomer TO TRUE
MOVE ZERO TO ArIDNum
MOVE SPACES TO ArRevealed
IF WSMayUnmask = 'Y'
       SET ArUnmask TO TRUE
       STRING "SSN XXX-XX-" DELIMITED BY SIZE
           SSSerial DELIMITED BY SIZE
           " UNMASKED" DELIMITED BY SIZE
           INTO ArRevealed
       END-STRING
ELSE
       SET ArUnmaskRefused TO TRUE
       MOVE "SSN UNMASK REFUSED - NOT CLEARED" TO ArRevealed
END-IF
CALL "LOGACCESS" USING AccessLogRequest.

ValidateSSN. *>SSA rules of thumb - area can't be 000/666/900-999, group can't be 00, serial can't be 0000
MOVE 'Y' TO WSSSNValid
IF SSArea = 000 OR SSArea = 666 OR SSArea >= 900
