       select ShipmentFile assign to "SHIPMENT.DAT"
           organization is line sequential
           file status is ShipmentFileStatus.
       select RouteStopFile assign to "ROUTESTOP.DAT"
           organization is line sequential
           file status is RouteStopStatus.
       select ManifestReport assign to "MANIFEST.rpt"
           organization is line sequential.
data division.
       copy ordrec.
fd ShipmentFile.
       copy shipcnf.
fd RouteStopFile.
       copy rstprec.
fd ManifestReport.
01 PrintLine pic x(90).

       88 OrderFileNotFound value "35".
01 ShipmentFileStatus pic x(2) value "00".
       88 ShipmentFileOk value "00".
01 RouteStopStatus pic x(2) value "00".
       88 RouteStopOk value "00".
01 OrderEndOfFile pic x(1) value 'N'.
01 ShipmentEndOfFile pic x(1) value 'N'.
01 RouteStopEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>C=confirm a shipment, R=confirm a delivery route,
                     *>M=print today's manifest, X=exit
01 WSConfirmRoute pic x(4).
01 WSDelivered pic x(1).
01 WSRouteStops pic 9(3) value zero.
01 WSRouteDelivered pic 9(3) value zero.
01 WSConfirmOrder pic 9(6).
01 WSShipCustID pic 9(5).
01 WSCarrier pic x(10).

1000-MENU.
       display " "
       display "Ship confirm - C-Confirm shipment  R-Confirm route"
           "  M-Print manifest  X-Exit : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'C' perform 2000-CONFIRM-SHIPMENT thru 2000-EXIT
           when 'R' perform 2500-CONFIRM-ROUTE thru 2500-EXIT
           when 'M' perform 5000-PRINT-MANIFEST thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
           evaluate true
               when OrdStatusOpen
                   display "Order " WSConfirmOrder " has not been picked yet"
               when OrdStatusHeld
                   display "Order " WSConfirmOrder " is held for price approval"
               when OrdStatusShipped
                   display "Order " WSConfirmOrder " is already shipped"
               when other
       accept WSTracking
       display "Carton count : " with no advancing
       accept WSCartons
       perform 2050-MARK-SHIPPED
       close OrderFile
       perform 3000-WRITE-SHIPMENT-ROW
       display "Order " WSConfirmOrder " shipped via " function trim(WSCarrier)
           " - " WSLinesMoved " lines moved to SHIPPED".
2000-EXIT.
       continue.

2050-MARK-SHIPPED. *>the header just read goes to SHIPPED and its lines after it
       set OrdStatusShipped to true
       rewrite OrderData
       move OrderData to WSJrnlImage
           at end move 'Y' to OrderEndOfFile
       end-read
       perform 2100-SHIP-ONE-LINE
           until OrderEndOfFile = 'Y' or OrdNumber not = WSConfirmOrder.

2100-SHIP-ONE-LINE. *>the lines follow the header - a picked line leaves as
*>shipped, an already-invoiced line is left alone, and a drop-ship line waits
*>for the vendor's own confirmation through DROPSHIP
       if OrdLineNo > zero and OrdStatusPicked and not OrdDropShipped
           set OrdStatusShipped to true
           rewrite OrderData
           move OrderData to WSJrnlImage
           at end move 'Y' to OrderEndOfFile
       end-read.

2500-CONFIRM-ROUTE. *>the driver is back with the signed manifest - each of the
*>route's planned stops off ROUTESTOP.DAT is confirmed delivered or left for
*>the next run, and a delivered stop ships with the route code as the carrier
       display "Route code : " with no advancing
       accept WSConfirmRoute
       move function upper-case(WSConfirmRoute) to WSConfirmRoute
       open input RouteStopFile
       if not RouteStopOk
           display "No route plan on file - run ROUTEPLAN first"
           close RouteStopFile
           go to 2500-EXIT
       end-if
       open i-o OrderFile
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close RouteStopFile, OrderFile
           go to 2500-EXIT
       end-if
       move zero to WSRouteStops, WSRouteDelivered
       move 'N' to RouteStopEndOfFile
       perform 2550-CONFIRM-ONE-STOP thru 2550-EXIT
           until RouteStopEndOfFile = 'Y'
       close RouteStopFile, OrderFile
       if WSRouteStops = zero
           display "Route " WSConfirmRoute " has no stops on the current plan"
       else
           display "Route " WSConfirmRoute " - " WSRouteDelivered " of "
               WSRouteStops " stops confirmed delivered"
       end-if.
2500-EXIT.
       continue.

2550-CONFIRM-ONE-STOP.
       read RouteStopFile
           at end
               move 'Y' to RouteStopEndOfFile
               go to 2550-EXIT
       end-read
       if RsRoute not = WSConfirmRoute
           go to 2550-EXIT
       end-if
       add 1 to WSRouteStops
       move RsOrdNumber to OrdNumber
       move zero to OrdLineNo
       read OrderFile
           key is OrdKey
           invalid key
               display "Stop " RsStop " - order " RsOrdNumber " not found"
               go to 2550-EXIT
       end-read
       if not OrdStatusPicked
           display "Stop " RsStop " - order " RsOrdNumber
               " is no longer picked, status " OrdStatus
           go to 2550-EXIT
       end-if
       display "Stop " RsStop "  order " RsOrdNumber "  cust " RsIdNum
           "  planned cartons " RsCartons
       display "  Delivered (Y/N) : " with no advancing
       accept WSDelivered
       move function upper-case(WSDelivered) to WSDelivered
       if WSDelivered not = 'Y'
           display "  Order " RsOrdNumber " stays picked for the next run"
           go to 2550-EXIT
       end-if
       display "  Cartons delivered (0 = as planned) : " with no advancing
       accept WSCartons
       if WSCartons = zero
           move RsCartons to WSCartons
       end-if
       move RsOrdNumber to WSConfirmOrder
       move OrdIdNum to WSShipCustID
       move RsRoute to WSCarrier
       move spaces to WSTracking
       string "ROUTE " delimited by size
           RsDeliveryDate delimited by size
           " S" delimited by size
           RsStop delimited by size
           into WSTracking
       end-string
       perform 2050-MARK-SHIPPED
       perform 3000-WRITE-SHIPMENT-ROW
       add 1 to WSRouteDelivered.
2550-EXIT.
       exit.

3000-WRITE-SHIPMENT-ROW.
       move WSConfirmOrder to SnOrdNumber
       move WSShipCustID to SnIdNum
       move WSCarrier to SnCarrier
       move WSTracking to SnTracking
       move WSCartons to SnCartons
       move space to SnSource
       open extend ShipmentFile
       if not ShipmentFileOk
           open output ShipmentFile
       read ShipmentFile next
           at end move 'Y' to ShipmentEndOfFile
           not at end
               if SnShipDate = WSRunDate and not SnFromVendor
                   move SnOrdNumber to PrnOrder
                   move SnIdNum to PrnCustID
                   move SnCarrier to PrnCarrier
