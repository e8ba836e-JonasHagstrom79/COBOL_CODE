      *>----------------------------------------------------------------
      *> EDIREQ - request area for EDIGEN, the EDI document builder,
      *> called by the nightly EDIRUN and by EDIRESND. The caller names
      *> the document - an 810 invoice by invoice number, or an 856
      *> ship notice by order number and ship date - and EDIGEN writes
      *> the interchange, logs it on EDILOG.DAT and answers how it went.
      *>----------------------------------------------------------------
       01 EdiGenRequest.
           02 EgDocType    pic x(3).
               88 EgDocInvoice value "810".
               88 EgDocAsn     value "856".
           02 EgDocNumber  pic 9(6). *>invoice number, or order number
           02 EgShipDate   pic 9(8). *>856 only - which shipment of the
                                      *>order, zero = the latest
           02 EgRunDate    pic 9(8).
           02 EgResend     pic x(1). *>Y = a resend asked for by number
           02 EgResult     pic x(1). *>returned
               88 EgSent        value "S".
               88 EgNotPartner  value "N". *>customer takes no such document
               88 EgNotFound    value "F". *>no such invoice or shipment
               88 EgFailed      value "E". *>could not write or log it
           02 EgIdNum      pic 9(5). *>returned - whose document it was
           02 EgControl    pic 9(9). *>returned - interchange control number
           02 EgSegments   pic 9(5). *>returned - segments in the transaction
           02 EgFileName   pic x(30). *>returned - the outbound file
           02 EgMessage    pic x(60). *>returned - why, when not sent
