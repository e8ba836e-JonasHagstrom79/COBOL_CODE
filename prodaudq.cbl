       02 BefQty1  pic x(5).
       02 BefQty2  pic x(5).
       02 BefQty3  pic x(5).
       02 filler   pic x(93). *>slots 4-8, min, reorder qty, on-order slots, bin, cost, warranty and inspection
01 AftProduct.
       02 AftName  pic x(5).
       02 AftSizeCount pic x(1).
       02 AftQty1  pic x(5).
       02 AftQty2  pic x(5).
       02 AftQty3  pic x(5).
       02 filler   pic x(93). *>slots 4-8, min, reorder qty, on-order slots, bin, cost, warranty and inspection
01 RptHeading pic x(60) value "Product Audit Trail Inquiry".
01 RptEntryLine.
       02 PrnTimestamp pic x(21).
           when PaActionOrder   move "ORDER" to PrnAction
           when PaActionAdjust  move "ADJUST" to PrnAction
           when PaActionReturn  move "RETURN" to PrnAction
           when PaActionLanded  move "LANDED" to PrnAction
           when PaActionCancel  move "CANCEL" to PrnAction
           when PaActionHold    move "INSPHOLD" to PrnAction
           when PaActionReject  move "INSPREJ" to PrnAction
           when other           move PaAction to PrnAction
       end-evaluate
       move PaPMName to PrnProduct
