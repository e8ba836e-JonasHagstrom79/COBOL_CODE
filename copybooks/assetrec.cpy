      *>----------------------------------------------------------------
      *> ASSETREC - fixed-asset master (FIXASSET.DAT), one row per
      *> truck, rack run, forklift or computer the business owns,
      *> numbered from FAGENNUM.DAT. Keyed in FAMNT or set up by
      *> APVOUCH when a voucher is flagged as a capital purchase. The
      *> monthly FADEPR run depreciates it by its own method and life
      *> and carries the running accumulated depreciation here; a
      *> disposal keyed in FAMNT is booked with its gain or loss by
      *> the next FADEPR run, which then retires the row.
      *>----------------------------------------------------------------
       01 FixedAssetData.
           02 FaNumber      pic 9(6).
           02 FaDescription pic x(30).
           02 FaClass       pic x(4). *>FACLASS.DAT row - the GL accounts
           02 FaLocation    pic x(15).
           02 FaAcquired    pic 9(8). *>YYYYMMDD in service
           02 FaCost        pic 9(9)v99.
           02 FaMethod      pic x(1).
               88 FaStraightLine  value "S".
               88 FaDecliningBal  value "D". *>double declining, switching
                                              *>to straight-line when that
                                              *>gives more
           02 FaLifeMonths  pic 9(3).
           02 FaSalvage     pic 9(9)v99.
           02 FaAccumDepr   pic 9(9)v99.
           02 FaDeprThru    pic 9(6). *>YYYYMM last month depreciated,
                                       *>zero = none taken yet
           02 FaStatus      pic x(1).
               88 FaActive   value "A".
               88 FaDisposed value "D". *>disposal keyed, FADEPR books it
               88 FaRetired  value "R". *>disposal booked - history only
           02 FaDisposalDate pic 9(8).
           02 FaProceeds    pic 9(9)v99.
           02 FaVoucher     pic 9(6). *>APVOUCH.DAT voucher that bought it,
                                       *>zero = keyed in FAMNT
