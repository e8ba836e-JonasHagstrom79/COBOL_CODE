      *>----------------------------------------------------------------
      *> DOCSREQ - request area for DOCSEND, the customer document
      *> delivery writer, called the way RPTWRITE is. Begin names the
      *> customer and the document; DOCSEND looks up the customer's
      *> delivery preference and answers whether the paper copy is
      *> still wanted. Each line of the document then goes through
      *> DOCSEND, which copies it to the customer's own document file
      *> when the customer takes email. End closes that file, queues
      *> it on MAILQUEUE.DAT for the outbound mail interface and logs
      *> the send on DOCSEND.DAT.
      *>----------------------------------------------------------------
       01 DocSendRequest.
           02 DsAction pic x(1).
               88 DsActionBegin value "B". *>start a document for DsIdNum
               88 DsActionLine  value "L". *>one line of the document
               88 DsActionEnd   value "E". *>close, queue and log it
               88 DsActionDrop  value "X". *>voided - discard, nothing sent
           02 DsIdNum      pic 9(5).
           02 DsDocType    pic x(2).
               88 DsDocStatement value "ST".
               88 DsDocInvoice   value "IN".
               88 DsDocConsInv   value "CI".
               88 DsDocDunning   value "DN".
           02 DsDocNumber  pic 9(6). *>invoice number, or zero to have
                                      *>DOCSEND draw one off DOCGENNUM.DAT
           02 DsRunDate    pic 9(8).
           02 DsCustEmail  pic x(30). *>Email off the customer master, used
                                       *>unless the preference names another
           02 DsLine       pic x(132).
           02 DsPrintPaper pic x(1). *>returned on begin - Y = print and
                                      *>mail the paper copy as well
           02 DsEmailed    pic x(1). *>returned on begin - Y = it will be
                                      *>queued for email
