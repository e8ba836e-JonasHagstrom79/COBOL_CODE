       >>source format free
identification division.
program-id. rtemnt.
environment division.
input-output section.
file-control.
       copy rtefc.
data division.
file section.
fd RouteFile.
       copy rterec.

working-storage section.
01 RouteFileStatus pic x(2) value "00".
       88 RouteFileOk value "00".
       88 RouteFileNotFound value "35".
01 WSMode pic x(1). *>A=add, C=change, D=delete, L=list, X=exit
01 WSZipPrefix pic x(3).
01 WSDaysValid pic x(1).
01 WSDayIndex pic 9(1).
01 WSNewRoute pic x(4).
01 WSNewTruck pic x(1).
01 WSNewDays pic x(7).
01 WSNewSequence pic x(3).
01 WSNewDescription pic x(20).
01 RouteEndOfFile pic x(1) value 'N'.
01 WSZoneCount pic 9(3) value zero.

procedure division.
0000-MAINLINE. *>which Zip zones our own two trucks serve, on which route and
*>which days of the week - FREIGHT.DAT's prefixes, so a zone is rated and
*>routed off the same digits
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Route master - A-Add  C-Change  D-Delete  L-List  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-ZONE thru 2000-EXIT
           when 'C' perform 3000-CHANGE-ZONE thru 3000-EXIT
           when 'D' perform 4000-DELETE-ZONE thru 4000-EXIT
           when 'L' perform 5000-LIST-ZONES thru 5000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-ZONE.
       display "Zip prefix (1 to 3 digits) : " with no advancing
       accept WSZipPrefix
       if WSZipPrefix = spaces
           display "A blank prefix would match every Zip - rejected"
           go to 2000-EXIT
       end-if
       open i-o RouteFile
       if RouteFileNotFound
           close RouteFile
           open output RouteFile
           close RouteFile
           open i-o RouteFile
       end-if
       if not RouteFileOk
           display "Route file is in use by another user - try again later"
           close RouteFile
           go to 2000-EXIT
       end-if
       move WSZipPrefix to RtZipPrefix
       read RouteFile
           key is RtZipPrefix
           invalid key continue
           not invalid key
               display "Zone " WSZipPrefix " is already on route " RtRoute
                   " - add rejected"
               close RouteFile
               go to 2000-EXIT
       end-read
       move WSZipPrefix to RtZipPrefix
       display "Route code : " with no advancing
       accept RtRoute
       move function upper-case(RtRoute) to RtRoute
       display "Truck (1 or 2) : " with no advancing
       accept RtTruck
       display "Delivery days, Y per day Monday first (e.g. YNNYNNN) : "
           with no advancing
       accept RtDays
       move function upper-case(RtDays) to RtDays
       display "Stop sequence along the route : " with no advancing
       accept RtSequence
       display "Description : " with no advancing
       accept RtDescription
       perform 2500-CHECK-DAYS
       if RtRoute = spaces or RtTruck = zero or WSDaysValid not = 'Y'
           display "Route, truck and at least one Y/N delivery day are"
               " required - add rejected"
           close RouteFile
           go to 2000-EXIT
       end-if
       write RouteData
           invalid key display "Zone could not be added"
           not invalid key display "Zone " WSZipPrefix " added to route " RtRoute
       end-write
       close RouteFile.
2000-EXIT.
       continue.

2500-CHECK-DAYS. *>seven Y/N flags and at least one day the truck comes
       move 'N' to WSDaysValid
       perform 2550-CHECK-ONE-DAY
           varying WSDayIndex from 1 by 1 until WSDayIndex > 7
       if WSDaysValid = 'X'
           move 'N' to WSDaysValid
       end-if.

2550-CHECK-ONE-DAY.
       if RtDays(WSDayIndex:1) = 'Y'
          and WSDaysValid not = 'X'
           move 'Y' to WSDaysValid
       end-if
       if RtDays(WSDayIndex:1) not = 'Y' and RtDays(WSDayIndex:1) not = 'N'
           move 'X' to WSDaysValid
       end-if.

3000-CHANGE-ZONE.
       display "Zip prefix : " with no advancing
       accept WSZipPrefix
       open i-o RouteFile
       if RouteFileNotFound
           display "No route zones on file yet"
           close RouteFile
           go to 3000-EXIT
       end-if
       if not RouteFileOk
           display "Route file is in use by another user - try again later"
           close RouteFile
           go to 3000-EXIT
       end-if
       move WSZipPrefix to RtZipPrefix
       read RouteFile
           key is RtZipPrefix
           invalid key
               display "Zone " WSZipPrefix " not found"
               close RouteFile
               go to 3000-EXIT
       end-read
       display "Route code [" RtRoute "] (blank keeps) : " with no advancing
       move spaces to WSNewRoute
       accept WSNewRoute
       if WSNewRoute not = spaces
           move function upper-case(WSNewRoute) to RtRoute
       end-if
       display "Truck [" RtTruck "] (blank keeps) : " with no advancing
       move spaces to WSNewTruck
       accept WSNewTruck
       if WSNewTruck not = spaces
           move function numval(WSNewTruck) to RtTruck
       end-if
       display "Delivery days [" RtDays "] (blank keeps) : " with no advancing
       move spaces to WSNewDays
       accept WSNewDays
       if WSNewDays not = spaces
           move function upper-case(WSNewDays) to RtDays
       end-if
       display "Stop sequence [" RtSequence "] (blank keeps) : "
           with no advancing
       move spaces to WSNewSequence
       accept WSNewSequence
       if WSNewSequence not = spaces
           move function numval(WSNewSequence) to RtSequence
       end-if
       display "Description [" function trim(RtDescription) "] (blank keeps) : "
           with no advancing
       move spaces to WSNewDescription
       accept WSNewDescription
       if WSNewDescription not = spaces
           move WSNewDescription to RtDescription
       end-if
       perform 2500-CHECK-DAYS
       if RtTruck = zero or WSDaysValid not = 'Y'
           display "A truck and at least one Y/N delivery day are required"
               " - change rejected"
           close RouteFile
           go to 3000-EXIT
       end-if
       rewrite RouteData
       display "Zone " WSZipPrefix " changed"
       close RouteFile.
3000-EXIT.
       continue.

4000-DELETE-ZONE.
       display "Zip prefix to delete : " with no advancing
       accept WSZipPrefix
       open i-o RouteFile
       if RouteFileNotFound
           display "No route zones on file yet"
           close RouteFile
           go to 4000-EXIT
       end-if
       move WSZipPrefix to RtZipPrefix
       read RouteFile
           key is RtZipPrefix
           invalid key
               display "Zone " WSZipPrefix " not found"
           not invalid key
               delete RouteFile record
               display "Zone " WSZipPrefix " deleted - its Zips go by carrier"
                   " unless a shorter prefix still routes them"
       end-read
       close RouteFile.
4000-EXIT.
       continue.

5000-LIST-ZONES.
       open input RouteFile
       if not RouteFileOk
           display "No route zones on file yet"
           close RouteFile
           go to 5000-EXIT
       end-if
       display "  Zip  Route Truck MTWTFSS Seq Description"
       move zero to WSZoneCount
       move 'N' to RouteEndOfFile
       perform 5100-SHOW-ONE-ZONE until RouteEndOfFile = 'Y'
       close RouteFile
       display WSZoneCount " zone(s) on the route master".
5000-EXIT.
       continue.

5100-SHOW-ONE-ZONE.
       read RouteFile next
           at end move 'Y' to RouteEndOfFile
           not at end
               display "  " RtZipPrefix "  " RtRoute "  " RtTruck "     "
                   RtDays " " RtSequence " " RtDescription
               add 1 to WSZoneCount
       end-read.
