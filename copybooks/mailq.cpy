      *>----------------------------------------------------------------
      *> MAILQ - outbound mail interface row (MAILQUEUE.DAT). One row
      *> per customer document waiting to go out by email; the mail
      *> interface picks up the named file and sends it to the
      *> address given. DOCSEND appends, the interface empties it.
      *>----------------------------------------------------------------
       01 MailQueueData.
           02 MqDate       pic 9(8).
           02 MqTime       pic 9(6).
           02 MqIdNum      pic 9(5).
           02 MqEmailAddr  pic x(50).
           02 MqDocType    pic x(2).
           02 MqDocNumber  pic 9(6).
           02 MqFileName   pic x(30).
           02 MqSubject    pic x(50).
