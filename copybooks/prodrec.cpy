                                         *>the VENDPRC import and by receiving,
                                         *>so margin is finally a number instead
                                         *>of a guess
           02 PMWarrantyMonths pic 9(3). *>months of cover from the day the line
                                          *>ships - WARREG registers it off
                                          *>SHIPMENT.DAT, zero = sold without
                                          *>a warranty
           02 PMVendorWarranty pic x(1). *>Y = the supplier takes a failed unit
                                          *>back under its own warranty, so a
                                          *>claim on it goes back through RTV
               88 PMVendorCovers value "Y".
           02 PMInspect pic x(1). *>Y = every receipt waits in INSPHOLD.DAT
                                   *>until INSPECT passes it into the size
                                   *>slots - the vendor can ask the same
               88 PMInspectReceipts value "Y".
