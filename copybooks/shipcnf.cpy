      *> daily carrier manifest prints from these rows and the driver
      *> signs it, and ORDINQ reads the tracking number back for
      *> customer-service calls - no more "it just left, honest".
      *> DROPSHIP appends a row too when a vendor confirms a drop-ship
      *> order left its dock, flagged V so the tracking number is on
      *> file for ORDINQ but our driver never signs for the cartons.
      *>----------------------------------------------------------------
       01 ShipmentData.
           02 SnOrdNumber pic 9(6).
           02 SnCarrier   pic x(10).
           02 SnTracking  pic x(20).
           02 SnCartons   pic 9(3).
           02 SnSource    pic x(1). *>V = shipped by the vendor on a drop-ship
                                     *>PO, space = left our own dock
               88 SnFromVendor value "V".
