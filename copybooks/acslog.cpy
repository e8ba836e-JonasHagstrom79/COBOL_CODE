      *>----------------------------------------------------------------
      *> ACSLOG - one look at sensitive data (ACCESSLOG.DAT), appended
      *> by LOGACCESS and read back by ACCREV for the weekly review and
      *> the auditors' "who viewed this record".
      *>----------------------------------------------------------------
       01 AccessLogData.
           02 AxTimestamp pic x(21). *>FUNCTION CURRENT-DATE
           02 AxOperator  pic x(10).
           02 AxProgram   pic x(8).
           02 AxSubject   pic x(1). *>C customer, S student
           02 AxIDNum     pic 9(5).
           02 AxAction    pic x(1). *>I, H, U or R as in ACSREQ
               88 AxInquiry       value "I".
               88 AxHistory       value "H".
               88 AxUnmask        value "U".
               88 AxUnmaskRefused value "R".
           02 AxRevealed  pic x(40).
