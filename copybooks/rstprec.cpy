      *>----------------------------------------------------------------
      *> RSTPREC - one planned delivery stop (ROUTESTOP.DAT). ROUTEPLAN
      *> rewrites the file each night with the stops on tomorrow's
      *> trucks, in delivery order; SHIPCONF walks a route's stops off it
      *> when the driver is back, and every stop marked delivered is
      *> confirmed shipped with the route as the carrier.
      *>----------------------------------------------------------------
       01 RouteStopData.
           02 RsDeliveryDate pic 9(8). *>YYYYMMDD the truck runs
           02 RsTruck        pic 9(1).
           02 RsRoute        pic x(4).
           02 RsStop         pic 9(3). *>stop number along the truck's run
           02 RsOrdNumber    pic 9(6).
           02 RsIdNum        pic 9(5).
           02 RsCartons      pic 9(3). *>estimated at one per picked line
