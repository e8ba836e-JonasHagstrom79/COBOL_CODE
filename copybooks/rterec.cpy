      *>----------------------------------------------------------------
      *> RTEREC - local delivery route master (ROUTE.DAT). One row per
      *> Zip-prefix zone our own trucks serve, keyed the way FREIGHT.DAT
      *> zones are - the longest prefix that matches the delivery Zip
      *> wins, so 021 can ride a different route from the rest of 02.
      *> A Zip no row matches goes by carrier. ROUTEPLAN builds each
      *> night's truck loads from it, and ORDACK prints the delivery
      *> days so the customer knows when the truck comes.
      *>----------------------------------------------------------------
       01 RouteData.
           02 RtZipPrefix pic x(3). *>leading digits of the Zip, space-padded
           02 RtRoute     pic x(4). *>route code - goes on SHIPMENT.DAT as
                                     *>the carrier when the stop is delivered
           02 RtTruck     pic 9(1). *>the truck that runs the route
           02 RtDays      pic x(7). *>Y per delivery day, Monday first
           02 RtSequence  pic 9(3). *>where the zone falls along the run -
                                     *>stops load and deliver in this order
           02 RtDescription pic x(20).
