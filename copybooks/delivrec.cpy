      *>----------------------------------------------------------------
      *> DELIVREC - customer document delivery preference
      *> (CUSTDELIV.DAT). How statements, invoices and dunning letters
      *> reach the customer - on paper, by email, or both. A customer
      *> with no row here gets paper, as everyone always has. When the
      *> mail interface bounces a document DOCBOUNCE flags the row and
      *> the documents go back to paper until DELIVMNT records a
      *> corrected address.
      *>----------------------------------------------------------------
       01 DeliveryData.
           02 DvIdNum      pic 9(5).
           02 DvMethod     pic x(1).
               88 DvPaper     value "P".
               88 DvEmail     value "E".
               88 DvBoth      value "B".
           02 DvEmailAddr  pic x(50). *>blank = the Email on the customer
                                       *>master
           02 DvStatus     pic x(1).
               88 DvAddrGood    value "A".
               88 DvAddrBounced value "X". *>back on paper until fixed
           02 DvBounceDate pic 9(8).
           02 DvBounceReason pic x(40).
           02 DvLastSent   pic 9(8). *>date the last document was queued
