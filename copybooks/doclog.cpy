      *>----------------------------------------------------------------
      *> DOCLOG - customer document send log (DOCSEND.DAT). One row for
      *> every statement, invoice and dunning letter produced, saying
      *> how it went out - the record of what the customer was sent
      *> and when, and what DOCBOUNCE matches a bounce back against.
      *>----------------------------------------------------------------
       01 DocLogData.
           02 DlDate       pic 9(8).
           02 DlIdNum      pic 9(5).
           02 DlDocType    pic x(2).
           02 DlDocNumber  pic 9(6).
           02 DlMethod     pic x(1). *>P paper, E email, B both
           02 DlEmailAddr  pic x(50).
           02 DlFileName   pic x(30).
           02 DlLineCount  pic 9(5).
