       >>source format free
identification division.
program-id. routeplan.
environment division.
input-output section.
file-control.
       copy ordfc.
       copy custfc.
       copy shipfc.
       select RouteWorkFile assign to "routework.tmp"
           organization is line sequential.
       select SortedRouteFile assign to "routeSort.tmp"
           organization is line sequential.
       select RouteSortWorkFile assign to "routesort.tmp".
       select RouteStopFile assign to "ROUTESTOP.DAT"
           organization is line sequential
           file status is RouteStopStatus.
       select LoadSheetReport assign to "LOADSHEET.rpt"
           organization is line sequential.
       select DriverManifest assign to "DRIVERMF.rpt"
           organization is line sequential.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
data division.
file section.
fd OrderFile.
       copy ordrec.
fd CustomerFile.
       copy custrec.
fd ShipToFile.
       copy shiprec.
fd RouteWorkFile.
01 RouteWorkLine.
       02 RwTruck    pic 9(1).
       02 RwRoute    pic x(4).
       02 RwSequence pic 9(3).
       02 RwZip      pic x(9).
       02 RwOrder    pic 9(6).
       02 RwIdNum    pic 9(5).
       02 RwCartons  pic 9(3).
       02 RwName     pic x(30).
       02 RwStreet   pic x(25).
       02 RwCity     pic x(15).
       02 RwState    pic x(2).
fd SortedRouteFile.
01 SrtRouteLine.
       02 SrtTruck    pic 9(1).
       02 SrtRoute    pic x(4).
       02 SrtSequence pic 9(3).
       02 SrtZip      pic x(9).
       02 SrtOrder    pic 9(6).
       02 SrtIdNum    pic 9(5).
       02 SrtCartons  pic 9(3).
       02 SrtName     pic x(30).
       02 SrtStreet   pic x(25).
       02 SrtCity     pic x(15).
       02 SrtState    pic x(2).
SD RouteSortWorkFile.
01 WRouteLine.
       02 WRouteTruck    pic 9(1).
       02 WRouteRoute    pic x(4).
       02 WRouteSequence pic 9(3).
       02 WRouteZip      pic x(9).
       02 WRouteOrder    pic 9(6).
       02 WRouteIdNum    pic 9(5).
       02 WRouteCartons  pic 9(3).
       02 WRouteName     pic x(30).
       02 WRouteStreet   pic x(25).
       02 WRouteCity     pic x(15).
       02 WRouteState    pic x(2).
fd RouteStopFile.
       copy rstprec.
fd LoadSheetReport.
01 LoadPrintLine pic x(80).
fd DriverManifest.
01 DriverPrintLine pic x(80).
fd BusDateFile.
01 BusDateLine pic 9(8).

working-storage section.
01 OrderFileStatus pic x(2) value "00".
       88 OrderFileOk value "00".
       88 OrderFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
01 ShipToFileStatus pic x(2) value "00".
       88 ShipToFileOk value "00".
01 RouteStopStatus pic x(2) value "00".
       88 RouteStopOk value "00".
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 OrderEndOfFile pic x(1) value 'N'.
01 SortedEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSDeliveryDate pic 9(8).
01 WSOneDay pic s9(7) value 1.
01 WSAnchorDate pic 9(8) value 19000101. *>a Monday - day-of-week falls out of DATEDIFF
01 WSSerialDays pic s9(7).
01 WSWeekQuotient pic 9(6).
01 WSDayOfWeek pic 9(1). *>0 = Monday ... 6 = Sunday
01 WSDayNames pic x(21) value "MONTUEWEDTHUFRISATSUN".
01 WSDeliveryDay pic x(3).
01 WSCandidate pic x(1) value 'N'. *>Y = a picked header is waiting for its
                                    *>lines to be counted
01 WSCandOrder pic 9(6).
01 WSCandIdNum pic 9(5).
01 WSCandShipTo pic x(3).
01 WSCandLines pic 9(3) value zero.
01 WSAddressFound pic x(1).
01 WSStopZip pic x(9).
01 WSRoute pic x(4).
01 WSTruck pic 9(1).
01 WSRouteDays pic x(7).
01 WSSequence pic 9(3).
01 WSPickedCount pic 9(5) value zero.
01 WSPlannedCount pic 9(5) value zero.
01 WSWaitingCount pic 9(5) value zero.
01 WSCarrierCount pic 9(5) value zero.
01 WSPrevTruck pic 9(1) value zero.
01 WSStopNumber pic 9(3) value zero.
01 WSTruckCartons pic 9(5) value zero.
01 WSTruckStops pic 9(3) value zero.
01 WSTotalCartons pic 9(5) value zero.
01 WSWorkLine pic x(80).
01 LoadHeading pic x(70) value
       "Truck Load Sheet - load last stop first, cartons estimated per line".
01 LoadColHeads pic x(80) value
       " Stop Route Seq Order  Cust   Zip        Cartons  Name".
01 LoadDetailLine.
       02 filler pic x value space.
       02 PrnStop pic zz9.
       02 filler pic x(2) value space.
       02 PrnRoute pic x(4).
       02 filler pic x value space.
       02 PrnSequence pic 9(3).
       02 filler pic x value space.
       02 PrnOrder pic 9(6).
       02 filler pic x value space.
       02 PrnIdNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnZip pic x(9).
       02 filler pic x(3) value space.
       02 PrnCartons pic zz9.
       02 filler pic x(3) value space.
       02 PrnName pic x(30).

procedure division.
0000-MAINLINE. *>the dispatcher's paper plan, off the file - every PICKED order
*>for a Zip our own trucks serve is grouped by truck and route, put in delivery
*>order, and printed as a load sheet and a driver manifest with a signature
*>line per stop. Tomorrow's stops go on ROUTESTOP.DAT for SHIPCONF to confirm
*>when the driver is back. An order whose route does not run tomorrow waits
*>for its day, so the customer gets the same delivery day every time
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       call "DATEADD" using WSRunDate, WSOneDay, WSDeliveryDate
       call "DATEDIFF" using WSAnchorDate, WSDeliveryDate, WSSerialDays
       divide WSSerialDays by 7
           giving WSWeekQuotient remainder WSDayOfWeek
       move WSDayNames(WSDayOfWeek * 3 + 1:3) to WSDeliveryDay
       open input OrderFile
       if OrderFileNotFound
           display "No orders on file yet - nothing to route"
           close OrderFile
           stop run
       end-if
       if not OrderFileOk
           display "Order file is in use by another user - try again later"
           close OrderFile
           move 1 to return-code
           stop run
       end-if
       open input CustomerFile
       open input ShipToFile
       open output RouteWorkFile
       move 'N' to WSCandidate
       move 'N' to OrderEndOfFile
       perform 1000-TAKE-ONE-RECORD until OrderEndOfFile = 'Y'
       if WSCandidate = 'Y'
           perform 2000-ROUTE-ONE-ORDER thru 2000-EXIT
       end-if
       close OrderFile, CustomerFile, ShipToFile, RouteWorkFile
       sort RouteSortWorkFile
           on ascending key WRouteTruck, WRouteRoute, WRouteSequence,
               WRouteZip, WRouteOrder
           using RouteWorkFile
           giving SortedRouteFile
       perform 3000-PRINT-THE-LOADS
       call "CBL_DELETE_FILE" using "routework.tmp"
       call "CBL_DELETE_FILE" using "routeSort.tmp"
       call "CBL_DELETE_FILE" using "routesort.tmp"
       display "Route planning for " WSDeliveryDay " " WSDeliveryDate " - "
           WSPickedCount " picked, " WSPlannedCount " on the trucks, "
           WSWaitingCount " waiting for their route day, " WSCarrierCount
           " by carrier"
       display "Load sheet on LOADSHEET.rpt, driver manifest on DRIVERMF.rpt"
       stop run.

0100-GET-BUSINESS-DATE.
       open input BusDateFile
       if BusDateFileOk
           read BusDateFile
               at end continue
               not at end
                   if BusDateLine is numeric and BusDateLine > zero
                       move BusDateLine to WSRunDate
                   end-if
           end-read
       end-if
       close BusDateFile.

1000-TAKE-ONE-RECORD. *>a header opens an order and its lines follow under the
*>same number - the order is routed when the next header (or the end) arrives
       read OrderFile next
           at end
               move 'Y' to OrderEndOfFile
               exit paragraph
       end-read
       if OrdLineNo = zero
           if WSCandidate = 'Y'
               perform 2000-ROUTE-ONE-ORDER thru 2000-EXIT
           end-if
           move 'N' to WSCandidate
           if OrdStatusPicked
               move 'Y' to WSCandidate
               move OrdNumber to WSCandOrder
               move OrdIdNum to WSCandIdNum
               move OrdShipTo to WSCandShipTo
               move zero to WSCandLines
               add 1 to WSPickedCount
           end-if
           exit paragraph
       end-if
       if WSCandidate = 'Y' and OrdNumber = WSCandOrder
          and OrdStatusPicked and not OrdDropShipped
           add 1 to WSCandLines
       end-if.

2000-ROUTE-ONE-ORDER. *>the delivery address decides the zone - the branch
*>ship-to when the order named one, the billing address otherwise
       perform 2100-FIND-THE-ADDRESS
       if WSAddressFound not = 'Y'
           display "Order " WSCandOrder " - no delivery address on file,"
               " left off the trucks"
           go to 2000-EXIT
       end-if
       call "GETROUTE" using WSStopZip, WSRoute, WSTruck, WSRouteDays,
           WSSequence
       if WSRoute = spaces
           add 1 to WSCarrierCount
           go to 2000-EXIT
       end-if
       if WSRouteDays(WSDayOfWeek + 1:1) not = 'Y'
           add 1 to WSWaitingCount
           go to 2000-EXIT
       end-if
       move WSTruck to RwTruck
       move WSRoute to RwRoute
       move WSSequence to RwSequence
       move WSStopZip to RwZip
       move WSCandOrder to RwOrder
       move WSCandIdNum to RwIdNum
       move WSCandLines to RwCartons
       if RwCartons = zero
           move 1 to RwCartons
       end-if
       write RouteWorkLine
       add 1 to WSPlannedCount.
2000-EXIT.
       exit.

2100-FIND-THE-ADDRESS.
       move 'N' to WSAddressFound
       if WSCandShipTo not = spaces and ShipToFileOk
           move WSCandIdNum to StIdNum
           move WSCandShipTo to StCode
           read ShipToFile
               key is StKey
               invalid key continue
               not invalid key
                   move 'Y' to WSAddressFound
                   move StName to RwName
                   move StStreet to RwStreet
                   move StCity to RwCity
                   move StState to RwState
                   move StZip to WSStopZip
           end-read
       end-if
       if WSAddressFound = 'Y'
           exit paragraph
       end-if
       if CustFileOk
           move WSCandIdNum to IdNum
           read CustomerFile
               key is IdNum
               invalid key continue
               not invalid key
                   move 'Y' to WSAddressFound
                   move spaces to RwName
                   string function trim(FirstName) delimited by size
                       " " delimited by size
                       function trim(LastName) delimited by size
                       into RwName
                   end-string
                   move CustStreet to RwStreet
                   move City to RwCity
                   move State to RwState
                   move Zip to WSStopZip
           end-read
       end-if.

3000-PRINT-THE-LOADS. *>one pass of the sorted stops feeds all three outputs,
*>a new page per truck with its carton total at the foot
       open input SortedRouteFile
       open output LoadSheetReport, DriverManifest, RouteStopFile
       move spaces to WSWorkLine
       string "Delivery date : " delimited by size
           WSDeliveryDay delimited by size
           " " delimited by size
           WSDeliveryDate delimited by size
           into WSWorkLine
       end-string
       write LoadPrintLine from LoadHeading after advancing page
       write LoadPrintLine from WSWorkLine after advancing 1 line
       move zero to WSPrevTruck, WSTotalCartons
       move 'N' to SortedEndOfFile
       perform 3100-PRINT-ONE-STOP until SortedEndOfFile = 'Y'
       if WSPrevTruck not = zero
           perform 3300-TRUCK-TOTAL
       end-if
       move spaces to WSWorkLine
       string "All trucks : " delimited by size
           WSPlannedCount delimited by size
           " stops, " delimited by size
           WSTotalCartons delimited by size
           " cartons" delimited by size
           into WSWorkLine
       end-string
       write LoadPrintLine from WSWorkLine after advancing 2 lines
       close SortedRouteFile, LoadSheetReport, DriverManifest, RouteStopFile.

3100-PRINT-ONE-STOP.
       read SortedRouteFile into RouteWorkLine
           at end
               move 'Y' to SortedEndOfFile
               exit paragraph
       end-read
       if RwTruck not = WSPrevTruck
           if WSPrevTruck not = zero
               perform 3300-TRUCK-TOTAL
           end-if
           perform 3200-TRUCK-HEADING
       end-if
       add 1 to WSStopNumber
       add RwCartons to WSTruckCartons, WSTotalCartons
       add 1 to WSTruckStops
       move WSStopNumber to PrnStop
       move RwRoute to PrnRoute
       move RwSequence to PrnSequence
       move RwOrder to PrnOrder
       move RwIdNum to PrnIdNum
       move RwZip to PrnZip
       move RwCartons to PrnCartons
       move RwName to PrnName
       write LoadPrintLine from LoadDetailLine after advancing 1 line
       perform 3500-MANIFEST-ONE-STOP
       move WSDeliveryDate to RsDeliveryDate
       move RwTruck to RsTruck
       move RwRoute to RsRoute
       move WSStopNumber to RsStop
       move RwOrder to RsOrdNumber
       move RwIdNum to RsIdNum
       move RwCartons to RsCartons
       write RouteStopData.

3200-TRUCK-HEADING.
       move RwTruck to WSPrevTruck
       move zero to WSStopNumber, WSTruckCartons, WSTruckStops
       move spaces to WSWorkLine
       string "TRUCK " delimited by size
           RwTruck delimited by size
           "   " delimited by size
           WSDeliveryDay delimited by size
           " " delimited by size
           WSDeliveryDate delimited by size
           into WSWorkLine
       end-string
       write LoadPrintLine from WSWorkLine after advancing 2 lines
       write LoadPrintLine from LoadColHeads after advancing 1 line
       move spaces to WSWorkLine
       string "DRIVER MANIFEST - truck " delimited by size
           RwTruck delimited by size
           " - " delimited by size
           WSDeliveryDay delimited by size
           " " delimited by size
           WSDeliveryDate delimited by size
           into WSWorkLine
       end-string
       write DriverPrintLine from WSWorkLine after advancing page
       move "Driver : ____________________   out : ______   back : ______"
           to DriverPrintLine
       write DriverPrintLine after advancing 2 lines.

3300-TRUCK-TOTAL.
       move spaces to WSWorkLine
       string "Truck " delimited by size
           WSPrevTruck delimited by size
           " : " delimited by size
           WSTruckStops delimited by size
           " stops, " delimited by size
           WSTruckCartons delimited by size
           " cartons" delimited by size
           into WSWorkLine
       end-string
       write LoadPrintLine from WSWorkLine after advancing 2 lines
       write DriverPrintLine from WSWorkLine after advancing 3 lines.

3500-MANIFEST-ONE-STOP. *>the address block and the line the customer signs
       move spaces to WSWorkLine
       string "Stop " delimited by size
           WSStopNumber delimited by size
           "  route " delimited by size
           RwRoute delimited by size
           "  order " delimited by size
           RwOrder delimited by size
           "  cust " delimited by size
           RwIdNum delimited by size
           "  cartons " delimited by size
           RwCartons delimited by size
           into WSWorkLine
       end-string
       write DriverPrintLine from WSWorkLine after advancing 2 lines
       move spaces to WSWorkLine
       string "      " delimited by size
           RwName delimited by size
           into WSWorkLine
       end-string
       write DriverPrintLine from WSWorkLine after advancing 1 line
       move spaces to WSWorkLine
       string "      " delimited by size
           RwStreet delimited by size
           into WSWorkLine
       end-string
       write DriverPrintLine from WSWorkLine after advancing 1 line
       move spaces to WSWorkLine
       string "      " delimited by size
           function trim(RwCity) delimited by size
           ", " delimited by size
           RwState delimited by size
           " " delimited by size
           RwZip delimited by size
           into WSWorkLine
       end-string
       write DriverPrintLine from WSWorkLine after advancing 1 line
       move "      Received by : ______________________   cartons : _____"
           to DriverPrintLine
       write DriverPrintLine after advancing 2 lines.
