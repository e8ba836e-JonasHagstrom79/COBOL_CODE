file-control.
       copy ordfc.
       copy custfc.
       copy shipfc.
       select AckPrintFile assign to "ORDACK.rpt"
           organization is line sequential.
data division.
       copy ordrec.
fd CustomerFile.
       copy custrec.
fd ShipToFile.
       copy shiprec.
fd AckPrintFile.
01 AckPrintLine pic x(80).

01 WSMailingLabel pic x(80).
01 WSCityLine pic x(40).
01 WSWorkLine pic x(80).
01 WSOpenQty pic 9(5).
01 ShipToFileStatus pic x(2) value "00".
       88 ShipToFileOk value "00".
01 WSDeliveryZip pic x(9).
01 WSRoute pic x(4).
01 WSTruck pic 9(1).
01 WSRouteDays pic x(7).
01 WSSequence pic 9(3).
01 WSDayIndex pic 9(1).
01 WSDayNames pic x(21) value "MONTUEWEDTHUFRISATSUN".
01 WSDayList pic x(28).
01 WSDayPointer pic 9(2).

procedure division.
0000-MAINLINE. *>the confirmation the office mails back - the customer sees
       end-if
       move spaces to AckPrintLine
       write AckPrintLine after advancing 1 line
       move spaces to WSDeliveryZip
       open input CustomerFile
       if CustFileOk
           move OrdIdNum to IdNum
                       into WSCityLine
                   end-string
                   write AckPrintLine from WSCityLine after advancing 1 line
                   move Zip to WSDeliveryZip
           end-read
       end-if
       close CustomerFile
       perform 2100-PRINT-DELIVERY-DAYS
       move spaces to AckPrintLine
       write AckPrintLine after advancing 1 line.

2100-PRINT-DELIVERY-DAYS. *>a local order rides our own truck on the route's
*>fixed days - the customer is told which, instead of "sometime this week"
       if OrdShipTo not = spaces
           open input ShipToFile
           if ShipToFileOk
               move OrdIdNum to StIdNum
               move OrdShipTo to StCode
               read ShipToFile
                   key is StKey
                   invalid key continue
                   not invalid key move StZip to WSDeliveryZip
               end-read
           end-if
           close ShipToFile
       end-if
       if WSDeliveryZip = spaces
           exit paragraph
       end-if
       call "GETROUTE" using WSDeliveryZip, WSRoute, WSTruck, WSRouteDays,
           WSSequence
       if WSRoute = spaces
           exit paragraph
       end-if
       move spaces to WSDayList
       move 1 to WSDayPointer
       perform 2150-ADD-ONE-DAY
           varying WSDayIndex from 1 by 1 until WSDayIndex > 7
       move spaces to WSWorkLine
       string "Delivered by our own truck on " delimited by size
           function trim(WSDayList) delimited by size
           into WSWorkLine
       end-string
       write AckPrintLine from WSWorkLine after advancing 1 line.

2150-ADD-ONE-DAY.
       if WSRouteDays(WSDayIndex:1) = 'Y'
           string WSDayNames((WSDayIndex - 1) * 3 + 1:3) delimited by size
               " " delimited by size
               into WSDayList
               with pointer WSDayPointer
           end-string
       end-if.

3000-PRINT-ACK-LINE.
       if OrdNumber = WSAckOrder and OrdLineNo > zero
           move spaces to WSWorkLine
               into WSWorkLine
           end-string
           write AckPrintLine from WSWorkLine after advancing 1 line
           if OrdShippedQty < OrdQty
               perform 3100-PRINT-PROMISE-LINE
           end-if
           add OrdLineTotal to WSOrderTotal
           add 1 to WSLineCount
       end-if
       read OrderFile next
           at end move 'Y' to OrderEndOfFile
       end-read.

3100-PRINT-PROMISE-LINE. *>the part that could not ship at entry, and when it
*>was promised - the answer to "when do we get the rest" on paper
       compute WSOpenQty = OrdQty - OrdShippedQty
       move spaces to WSWorkLine
       if OrdPromiseDate > zero
           string
               "      " delimited by size
               WSOpenQty delimited by size
               " to follow - promised for " delimited by size
               OrdPromiseDate delimited by size
               into WSWorkLine
           end-string
       else
           string
               "      " delimited by size
               WSOpenQty delimited by size
               " to follow - ship date to be advised" delimited by size
               into WSWorkLine
           end-string
       end-if
       write AckPrintLine from WSWorkLine after advancing 1 line.
