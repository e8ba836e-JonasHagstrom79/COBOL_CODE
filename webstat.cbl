           file status is RejectFileStatus.
       select WebStatusFile assign to "WEBSTATUS.DAT"
           organization is line sequential.
       select OrderChangeFile assign to "ORDCHG.DAT"
           organization is line sequential
           file status is OrderChangeStatus.
       select BusDateFile assign to "BUSDATE.DAT"
           organization is line sequential
           file status is BusDateFileStatus.
       copy supfc.
data division.
file section.
fd OrderFile.
01 WebStatusData. *>the answer file the web store imports each morning - one
*>record type per story: O = an order and where it stands (with the tracking
*>number once ship-confirm has it), B = a line waiting on stock, R = a line
*>the intake rejected, echoed off last night's reject register, C = a line
*>customer service cancelled or cut back today, D = a product the store must
*>stop selling, with the successor and size map to offer in its place
       02 WxRecType pic x(1).
       02 WxDetail  pic x(90).
       02 WxOrderDetail redefines WxDetail.
           03 filler      pic x(1).
           03 WxBoDate    pic 9(8).
           03 filler      pic x(62).
       02 WxChangeDetail redefines WxDetail.
           03 WxCgOrdNumber pic 9(6).
           03 filler        pic x(1).
           03 WxCgLineNo    pic 9(2). *>00 = the whole order cancelled
           03 filler        pic x(1).
           03 WxCgIdNum     pic 9(5).
           03 filler        pic x(1).
           03 WxCgProduct   pic x(5).
           03 filler        pic x(1).
           03 WxCgSize      pic x(1).
           03 filler        pic x(1).
           03 WxCgOldQty    pic 9(5).
           03 filler        pic x(1).
           03 WxCgNewQty    pic 9(5).
           03 filler        pic x(1).
           03 WxCgReason    pic x(2).
           03 filler        pic x(1).
           03 WxCgDate      pic 9(8).
           03 filler        pic x(43).
       02 WxDiscDetail redefines WxDetail.
           03 WxDcProduct     pic x(5).
           03 filler          pic x(1).
           03 WxDcReplacement pic x(5). *>spaces = withdrawn, nothing replaces it
           03 filler          pic x(1).
           03 WxDcOldSizes    pic x(8).
           03 filler          pic x(1).
           03 WxDcNewSizes    pic x(8).
           03 filler          pic x(1).
           03 WxDcDate        pic 9(8).
           03 filler          pic x(52).
fd OrderChangeFile.
       copy chgrec.
fd BusDateFile.
01 BusDateLine pic 9(8).
fd SupersedeFile.
       copy suprec.

working-storage section.
01 OrderFileStatus pic x(2) value "00".
01 ShipmentEndOfFile pic x(1) value 'N'.
01 BackOrderEndOfFile pic x(1) value 'N'.
01 RejectEndOfFile pic x(1) value 'N'.
01 OrderChangeStatus pic x(2) value "00".
       88 OrderChangeOk value "00".
01 OrderChangeEndOfFile pic x(1) value 'N'.
01 BusDateFileStatus pic x(2) value "00".
       88 BusDateFileOk value "00".
01 SupersedeFileStatus pic x(2) value "00".
       88 SupersedeFileOk value "00".
01 SupersedeEndOfFile pic x(1) value 'N'.
01 WSDiscRows pic 9(7) value zero.
01 WSCurrentDate pic x(21).
01 WSRunDate pic 9(8).
01 WSChangeRows pic 9(7) value zero.
01 WSStatusWord pic x(10).
01 WSOrderRows pic 9(7) value zero.
01 WSBackRows pic 9(7) value zero.
0000-MAINLINE. *>the website stops showing "processing" forever - every order's
*>assigned number and current status goes back each night, backordered lines
*>flagged with their date, rejects echoed, tracking numbers once they exist
       move function current-date to WSCurrentDate
       move WSCurrentDate(1:8) to WSRunDate
       perform 0100-GET-BUSINESS-DATE
       open output WebStatusFile
       perform 1000-EXPORT-ORDER-STATUS thru 1000-EXIT
       perform 3000-EXPORT-BACKORDERS thru 3000-EXIT
       perform 4000-EXPORT-REJECTS thru 4000-EXIT
       perform 5000-EXPORT-ORDER-CHANGES thru 5000-EXIT
       perform 6000-EXPORT-DISCONTINUED thru 6000-EXIT
       close WebStatusFile
       display "Web status feed written to WEBSTATUS.DAT - "
           WSOrderRows " orders, " WSBackRows " backorder lines, "
           WSRejectRows " rejects, " WSChangeRows " order changes, "
           WSDiscRows " discontinued products"
       stop run.

0100-GET-BUSINESS-DATE. *>inside the nightly chain the driver stages the
*>business date on BUSDATE.DAT - run standalone, the clock date stands
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

1000-EXPORT-ORDER-STATUS.
       open input OrderFile
       if OrderFileNotFound
               when OrdStatusPicked   move "PICKED" to WSStatusWord
               when OrdStatusShipped  move "SHIPPED" to WSStatusWord
               when OrdStatusInvoiced move "INVOICED" to WSStatusWord
               when OrdStatusCancelled move "CANCELLED" to WSStatusWord
               when OrdStatusHeld     move "HELD" to WSStatusWord
               when other             move OrdStatus to WSStatusWord
           end-evaluate
           move 'O' to WxRecType
                   add 1 to WSRejectRows
               end-if
       end-read.

5000-EXPORT-ORDER-CHANGES. *>the day's cancels and line cuts off ORDCHG.DAT, so
*>the site stops promising goods the customer has already called off
       open input OrderChangeFile
       if not OrderChangeOk
           close OrderChangeFile
           go to 5000-EXIT
       end-if
       move 'N' to OrderChangeEndOfFile
       perform 5100-EXPORT-ONE-CHANGE until OrderChangeEndOfFile = 'Y'
       close OrderChangeFile.
5000-EXIT.
       exit.

5100-EXPORT-ONE-CHANGE.
       read OrderChangeFile
           at end move 'Y' to OrderChangeEndOfFile
           not at end
               if CgDate = WSRunDate
                   move 'C' to WxRecType
                   move spaces to WxDetail
                   move CgOrdNumber to WxCgOrdNumber
                   move CgOrdLineNo to WxCgLineNo
                   move CgIdNum to WxCgIdNum
                   move CgProduct to WxCgProduct
                   move CgSize to WxCgSize
                   move CgOldQty to WxCgOldQty
                   move CgNewQty to WxCgNewQty
                   move CgReason to WxCgReason
                   move CgDate to WxCgDate
                   write WebStatusData
                   add 1 to WSChangeRows
               end-if
       end-read.

6000-EXPORT-DISCONTINUED. *>every discontinued product goes out every night, not
*>just the day it was dropped - a store reload must not bring it back on sale
       open input SupersedeFile
       if not SupersedeFileOk
           close SupersedeFile
           go to 6000-EXIT
       end-if
       move 'N' to SupersedeEndOfFile
       perform 6100-EXPORT-ONE-DISCONTINUED until SupersedeEndOfFile = 'Y'
       close SupersedeFile.
6000-EXIT.
       exit.

6100-EXPORT-ONE-DISCONTINUED.
       read SupersedeFile next
           at end move 'Y' to SupersedeEndOfFile
           not at end
               if SpDiscontinued
                   move 'D' to WxRecType
                   move spaces to WxDetail
                   move SpName to WxDcProduct
                   move SpReplacement to WxDcReplacement
                   move SpOldSizes to WxDcOldSizes
                   move SpNewSizes to WxDcNewSizes
                   move SpDiscDate to WxDcDate
                   write WebStatusData
                   add 1 to WSDiscRows
               end-if
       end-read.
