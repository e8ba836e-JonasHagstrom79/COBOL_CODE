       88 BackOrderFileNotFound value "35".
01 WSMastMovedCount pic 9(5) value zero.
01 WSBoMovedCount pic 9(5) value zero.
01 WSRelinkedCount pic 9(5) value zero.
01 WSNewParentID pic 9(5) value zero.
01 WSMoreDupOrders pic x(1) value 'Y'.
01 WSCopyFlags pic 9(8) comp-5 value zero.
01 WSCopyReturnCode pic 9(8) comp-5.
       perform 3300-MOVE-ORDER-MASTER thru 3300-EXIT
       perform 3500-MOVE-BACKORDERS thru 3500-EXIT
       perform 3700-MOVE-PAYMENT-PLAN thru 3700-EXIT
       perform 3900-RELINK-BRANCHES thru 3900-EXIT
       perform 4000-COMBINE-AND-DELETE
       display "Merge complete - " WSArMovedCount " AR transactions, "
           WSOrdMovedCount " order lines, " WSMastMovedCount
           " order-master records and " WSBoMovedCount
           " backorders moved to " WSSurvivorID
       if WSRelinkedCount > zero
           display WSRelinkedCount " branch account(s) now report to " WSNewParentID
       end-if
       stop run.

1000-READ-BOTH-CUSTOMERS.
               stop run
       end-read
       move Balance to WSSurvivorBalance
       move WSSurvivorID to WSNewParentID
       if ParentId not = zero and ParentId not = WSDuplicateID
           move ParentId to WSNewParentID
       end-if
       move WSDuplicateID to IdNum
       read CustomerFile
           key is IdNum
3700-EXIT.
       continue.

3900-RELINK-BRANCHES. *>branches of the duplicate follow it to the survivor,
*>or to the survivor's own parent when the survivor is itself a branch - the
*>group stays one level deep. A survivor that was the duplicate's branch
*>becomes the top of the group
       open i-o CustomerFile
       if not CustFileOk
           go to 3900-EXIT
       end-if
       move zero to IdNum
       move 'N' to WSEndOfFile
       start CustomerFile key is >= IdNum
           invalid key move 'Y' to WSEndOfFile
       end-start
       perform 3910-RELINK-ONE-BRANCH until WSEndOfFile = 'Y'
       close CustomerFile.
3900-EXIT.
       exit.

3910-RELINK-ONE-BRANCH.
       read CustomerFile next
           at end
               move 'Y' to WSEndOfFile
               exit paragraph
       end-read
       if ParentId not = WSDuplicateID
           exit paragraph
       end-if
       move CustomerData to WSBeforeImage
       if IdNum = WSSurvivorID
           move zero to ParentId
           move space to BillAtParent
       else
           move WSNewParentID to ParentId
           add 1 to WSRelinkedCount
       end-if
       rewrite CustomerData
       move CustomerData to WSAfterImage
       set AudActionChange to true
       perform 7900-APPEND-AUDIT-RECORD.

4000-COMBINE-AND-DELETE. *>full before/after images for both sides so the merge can be
*>reviewed in CUSTAUDIT.DAT - the survivor as a change, the duplicate as a delete
       open i-o CustomerFile
