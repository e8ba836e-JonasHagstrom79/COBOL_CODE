input-output section.
file-control.
       copy prodfc.
       copy rplfc.
       select ProdAuditFile assign to "PRODAUDIT.DAT"
           organization is line sequential
           access is sequential.
       copy prodrec.
fd ProdAuditFile.
       copy prodaud.
fd ReplenXfrFile.
       copy rplrec.

working-storage section.
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 ReplenXfrStatus pic x(2) value "00".
       88 ReplenXfrOk value "00".
       88 ReplenXfrNotFound value "35".
01 WSMode pic x(1) value 'Y'. *>Y=another transfer, N=done
01 WSWorkMode pic x(1). *>T=transfer by hand, R=confirm replenishment
01 WSConfirmFrom pic x(2) value spaces.
01 WSConfirmAnswer pic x(1).
01 WSConfirmStop pic x(1) value 'N'.
01 WSConfirmEndOfFile pic x(1) value 'N'.
01 WSConfirmCount pic 9(5) value zero.
01 WSCurrentDate pic x(21).
01 WSOperator pic x(10) value spaces.
01 WSXfrProduct pic x(5).
01 WSXfrSize pic x(1).
01 WSStkQty pic s9(5) value zero.
01 WSStkSlot pic 9(1) value zero.
01 WSFromOnHand pic 9(5) value zero.
01 WSProdImage pic x(129) value spaces.
01 WSAuditTag pic x(10) value spaces.
01 WSLotRemaining pic 9(5) value zero.
01 WSLotAction pic x(1).
01 WSLotNumber pic x(10).
01 WSLotExpiry pic 9(8).
01 WSLotAsOfDate pic 9(8) value zero.
01 WSLotQty pic 9(5).

procedure division.
0000-MAINLINE. *>stock moves between buildings on the record, not on a shout
*>entry, and the company total on the product master never moves
       display "Operator ID : " with no advancing
       accept WSOperator
       display "T-Transfer by hand  R-Confirm replenishment pick sheets : "
           with no advancing
       accept WSWorkMode
       move function upper-case(WSWorkMode) to WSWorkMode
       if WSWorkMode = 'R'
           perform 2000-CONFIRM-REPLENISHMENT thru 2000-EXIT
           stop run
       end-if
       perform 1000-TRANSFER-ONE thru 1000-EXIT until WSMode = 'N'
       stop run.

           close ProductFile
           go to 1000-EXIT
       end-if
       perform 1200-POST-TRANSFER
       close ProductFile
       display WSXfrQty " of " WSXfrProduct " size " WSXfrSize
           " moved " WSFromLocation " to " WSToLocation.
1000-EXIT.
       display "Another transfer (Y/N) : " with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode.

1200-POST-TRANSFER. *>off one building and onto the other, each side audited,
*>the lots travelling with the stock
       move 'M' to WSStkAction
       move WSSizeIndex to WSStkSlot
       compute WSStkQty = zero - WSXfrQty
       call "STKLOC" using WSStkAction, PMName, WSFromLocation,
           WSStkSlot, WSStkQty
       call "STKLOC" using WSStkAction, PMName, WSToLocation,
           WSStkSlot, WSStkQty
       perform 7800-WRITE-TRANSFER-AUDIT
       perform 1500-MOVE-THE-LOTS.

1500-MOVE-THE-LOTS. *>lot-controlled stock travels with its lots, the
*>first-expiring ones first - the same lots the pick at the far end will draw
       move WSXfrQty to WSLotRemaining
       perform 1550-MOVE-ONE-LOT until WSLotRemaining = zero.

1550-MOVE-ONE-LOT.
       move 'P' to WSLotAction
       move WSLotRemaining to WSLotQty
       call "LOTSTK" using WSLotAction, PMName, WSXfrSize, WSFromLocation,
           WSLotNumber, WSLotExpiry, WSLotAsOfDate, WSLotQty
       if WSLotQty = zero
           move zero to WSLotRemaining
       else
           subtract WSLotQty from WSLotRemaining
           move 'R' to WSLotAction
           call "LOTSTK" using WSLotAction, PMName, WSXfrSize, WSToLocation,
               WSLotNumber, WSLotExpiry, WSLotAsOfDate, WSLotQty
       end-if.

2000-CONFIRM-REPLENISHMENT. *>the pick sheets REPLEN printed come back ticked -
*>what actually moved is posted through the same transfer as a hand move, and
*>anything not moved stays pending for tonight's run to replace
       open i-o ReplenXfrFile
       if ReplenXfrNotFound
           display "No replenishment transfers on file"
           close ReplenXfrFile
           go to 2000-EXIT
       end-if
       if not ReplenXfrOk
           display "Replenishment file is in use by another user - try again later"
           close ReplenXfrFile
           go to 2000-EXIT
       end-if
       open input ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ProductFile, ReplenXfrFile
           go to 2000-EXIT
       end-if
       move function current-date to WSCurrentDate
       display "Sending location (blank = all pick sheets) : " with no advancing
       accept WSConfirmFrom
       move 'N' to WSConfirmEndOfFile, WSConfirmStop
       perform 2100-CONFIRM-ONE thru 2100-EXIT
           until WSConfirmEndOfFile = 'Y' or WSConfirmStop = 'Y'
       close ProductFile, ReplenXfrFile
       display WSConfirmCount " replenishment transfer(s) posted".
2000-EXIT.
       exit.

2100-CONFIRM-ONE.
       read ReplenXfrFile next
           at end
               move 'Y' to WSConfirmEndOfFile
               go to 2100-EXIT
       end-read
       if not RxPending
           go to 2100-EXIT
       end-if
       if WSConfirmFrom not = spaces and RxFromLocation not = WSConfirmFrom
           go to 2100-EXIT
       end-if
       display " "
       display "Transfer " RxNumber " - " RxQty " of " RxProduct " size "
           RxSize " from " RxFromLocation " to " RxToLocation
       display "Y-Moved as suggested  P-Part moved  N-Not moved  X-Stop : "
           with no advancing
       accept WSConfirmAnswer
       move function upper-case(WSConfirmAnswer) to WSConfirmAnswer
       evaluate WSConfirmAnswer
           when 'Y'
               move RxQty to WSXfrQty
           when 'P'
               display "Quantity actually moved : " with no advancing
               accept WSXfrQty
           when 'X'
               move 'Y' to WSConfirmStop
               go to 2100-EXIT
           when other
               go to 2100-EXIT
       end-evaluate
       if WSXfrQty = zero
           go to 2100-EXIT
       end-if
       move RxProduct to PMName, WSXfrProduct
       read ProductFile
           key is PMName
           invalid key
               display "Product " RxProduct " no longer on file - transfer left pending"
               go to 2100-EXIT
       end-read
       move RxSize to WSXfrSize
       move RxSlot to WSSizeIndex
       move RxFromLocation to WSFromLocation
       move RxToLocation to WSToLocation
       move 'Q' to WSStkAction
       move WSSizeIndex to WSStkSlot
       move zero to WSStkQty
       call "STKLOC" using WSStkAction, PMName, WSFromLocation,
           WSStkSlot, WSStkQty
       move WSStkQty to WSFromOnHand
       if WSXfrQty > WSFromOnHand
           display "Location " WSFromLocation " only holds " WSFromOnHand
               " - posting " WSFromOnHand
           move WSFromOnHand to WSXfrQty
       end-if
       if WSXfrQty = zero
           go to 2100-EXIT
       end-if
       perform 1200-POST-TRANSFER
       set RxConfirmed to true
       move WSXfrQty to RxPostedQty
       move WSCurrentDate(1:8) to RxPostedDate
       move WSOperator to RxOperator
       rewrite ReplenXfrData
       add 1 to WSConfirmCount
       display WSXfrQty " of " WSXfrProduct " size " WSXfrSize
           " moved " WSFromLocation " to " WSToLocation.
2100-EXIT.
       exit.

7800-WRITE-TRANSFER-AUDIT. *>one entry per side of the move - the master total
*>is unchanged, so before and after carry the same image with the XFR tag
