      *>----------------------------------------------------------------
      *> EDILOG - EDI control log (EDILOG.DAT). One row per interchange
      *> sent, originals and resends alike - what went to which partner
      *> under which control number, and the file it went out in.
      *>----------------------------------------------------------------
       01 EdiLogData.
           02 ElDate       pic 9(8).
           02 ElTime       pic 9(6).
           02 ElIdNum      pic 9(5).
           02 ElPartnerId  pic x(15).
           02 ElDocType    pic x(3).
           02 ElDocNumber  pic 9(6).
           02 ElDocDate    pic 9(8). *>invoice date or ship date
           02 ElControl    pic 9(9).
           02 ElSegments   pic 9(5).
           02 ElFileName   pic x(30).
           02 ElSendType   pic x(1).
               88 ElOriginal value "O".
               88 ElResent   value "R".
