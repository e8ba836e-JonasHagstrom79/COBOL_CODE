           02 PoQtyOrdered  pic 9(5).
           02 PoQtyReceived pic 9(5). *>posted by RECEIVE as goods arrive
           02 PoUnitCost    pic 9(5)v99.
           02 PoDropOrder   pic 9(6). *>on a drop-ship PO the sales order the
                                       *>line ships against - RECEIVE turns it
                                       *>away, DROPSHIP confirms it; zero = a
                                       *>stock PO
           02 PoDropLine    pic 9(2). *>and that order's line number
