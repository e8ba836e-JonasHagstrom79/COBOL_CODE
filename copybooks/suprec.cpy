      *>----------------------------------------------------------------
      *> SUPREC - product supersession (PRODSUP.DAT). A product with a
      *> row here is discontinued: it is never bought again, and when
      *> SpReplacement names a successor the order desk and the web
      *> intake sell that instead. The size map is slot for slot - the
      *> letter in SpNewSizes under each letter of SpOldSizes is the
      *> replacement's equivalent size, blank where it has none. A
      *> product put back in the range simply loses its row.
      *>----------------------------------------------------------------
       01 SupersedeData.
           02 SpName        pic x(5).
           02 SpStatus      pic x(1).
               88 SpDiscontinued value "D".
           02 SpReplacement pic x(5). *>spaces = discontinued outright,
                                       *>sell what is left and stop
           02 SpOldSizes    pic x(8). *>PMSize of the old product when
                                       *>it was discontinued
           02 SpNewSizes    pic x(8).
           02 SpDiscDate    pic 9(8).
           02 SpOperator    pic x(10).
