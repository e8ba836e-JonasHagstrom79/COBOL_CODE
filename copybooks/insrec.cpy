      *>----------------------------------------------------------------
      *> INSREC - one receipt waiting on inspection (INSPHOLD.DAT). A PO
      *> line for a product or vendor flagged for inspection arrives here
      *> instead of in the size slots, so order entry, PICKLIST and the
      *> backorder release never see it. INSPECT passes some or all of it
      *> into available stock and rejects the rest back to the vendor;
      *> the row stays on file with the split as the inspection record.
      *>----------------------------------------------------------------
       01 InspHoldData.
           02 IhNumber      pic 9(6).
           02 IhReceiptDate pic 9(8). *>YYYYMMDD it came off the truck
           02 IhPoNumber    pic 9(6).
           02 IhPoLineNo    pic 9(2).
           02 IhVendor      pic 9(4).
           02 IhProduct     pic x(5).
           02 IhSize        pic x(1).
           02 IhLocation    pic x(2). *>the building it will go into
           02 IhQty         pic 9(5). *>units held
           02 IhUnitCost    pic 9(5)v99. *>the PO cost
           02 IhLotNumber   pic x(10). *>spaces = not lot controlled
           02 IhExpiry      pic 9(8).
           02 IhReason      pic x(1).
               88 IhForProduct value "P".
               88 IhForVendor  value "V".
           02 IhStatus      pic x(1).
               88 IhHeld      value "H".
               88 IhInspected value "I".
           02 IhPassedQty   pic 9(5).
           02 IhRejectedQty pic 9(5).
           02 IhInspectDate pic 9(8).
           02 IhInspector   pic x(10).
           02 IhNote        pic x(30). *>what was wrong with the rejects
           02 IhReceiver    pic x(10). *>who keyed the receipt
