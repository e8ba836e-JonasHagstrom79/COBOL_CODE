      *>----------------------------------------------------------------
      *> ACSREQ - request area for LOGACCESS, the one writer of the
      *> sensitive-data access log, called the way LOGPROMO is. Every
      *> inquiry screen that shows a customer's or a student's record,
      *> and every SSN unmask, passes who looked, from which program,
      *> at whose record and what was shown. CUSTAUDIT.DAT says who
      *> changed a record; this says who looked at it.
      *>----------------------------------------------------------------
       01 AccessLogRequest.
           02 ArOperator pic x(10).
           02 ArProgram  pic x(8).
           02 ArSubject  pic x(1).
               88 ArCustomer value "C".
               88 ArStudent  value "S".
           02 ArIDNum    pic 9(5). *>zero when the look was not at one record
           02 ArAction   pic x(1).
               88 ArInquiry       value "I". *>record displayed
               88 ArHistory       value "H". *>change history printed
               88 ArUnmask        value "U". *>full SSN shown
               88 ArUnmaskRefused value "R". *>unmask asked for, not cleared
           02 ArRevealed pic x(40). *>what was shown, never the data itself
