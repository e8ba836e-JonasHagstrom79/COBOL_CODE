      *> same system-assigned OrdNumber from ORDGENNUM.DAT. The status
      *> moves through the lifecycle open -> picked -> shipped ->
      *> invoiced; on a line record a status of I marks that line as
      *> billed so it can never invoice twice. ORDCHG can cancel an order
      *> or a line before it bills - X on the header or the line. A
      *> header held for a below-floor price override (H) goes nowhere
      *> until PRCAPPR decides it.
      *>----------------------------------------------------------------
       01 OrderData.
           02 OrdKey.
               88 OrdStatusPicked   value "P".
               88 OrdStatusShipped  value "S".
               88 OrdStatusInvoiced value "I".
               88 OrdStatusCancelled value "X".
               88 OrdStatusHeld     value "H".
           02 OrdProduct  pic x(5). *>spaces on the header record
           02 OrdSize     pic x(1).
           02 OrdQty      pic 9(5).
                                       *>the header - PICKLIST allocates its
                                       *>top-ups from THIS building's stock,
                                       *>not whichever one it was compiled for
           02 OrdPromiseDate pic 9(8). *>YYYYMMDD promised to the customer for
                                        *>the part of the line that could not
                                        *>ship at entry - from the ATP check,
                                        *>printed on the acknowledgement; zero
                                        *>= shipped complete or no date given
           02 OrdDropShip  pic x(1). *>D on a line the vendor ships straight
                                     *>to the customer - it never touches our
                                     *>stock, so entry relieves nothing and
                                     *>PICKLIST leaves it off the pick list
               88 OrdDropShipped value "D".
           02 OrdDropPO    pic 9(6). *>POMAST.DAT number DROPSHIP raised for
                                     *>the line, zero = not raised yet
