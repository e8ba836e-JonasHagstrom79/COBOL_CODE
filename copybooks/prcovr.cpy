      *>----------------------------------------------------------------
      *> PRCOVR - price override record (PRICEOVR.DAT). One row
      *> appended by ORDERENTRY for every line priced by hand instead
      *> of by GETCNTR, GETPROMO and GETDISC, with the price the engine
      *> gave, the price the rep keyed and why. An override inside the
      *> MARGINPARM.DAT gross-margin floor is accepted as keyed; one
      *> below it holds the order and waits here for an operator with
      *> the approval permission in PRCAPPR, the CREDPEND pattern.
      *> PRCOVRPT totals the month by rep and reason.
      *>----------------------------------------------------------------
       01 PriceOverrideData.
           02 OvDate        pic 9(8). *>YYYYMMDD keyed
           02 OvOrdNumber   pic 9(6).
           02 OvLineNo      pic 9(2).
           02 OvIdNum       pic 9(5).
           02 OvSalesRep    pic x(3). *>spaces = house order
           02 OvProduct     pic x(5).
           02 OvSize        pic x(1).
           02 OvQty         pic 9(5).
           02 OvEnginePrice pic 9(5)v99. *>what contract, promotion or
                                          *>quantity break priced it at
           02 OvPrice       pic 9(5)v99. *>what the rep keyed instead
           02 OvUnitCost    pic 9(5)v99. *>PMUnitCost at entry, zero = none
           02 OvMarginPct   pic s9(3)v99. *>gross margin at the keyed price
           02 OvReason      pic x(2).
               88 OvReasonValid values "CM" "VD" "RL" "DM" "OT".
               88 OvReasonCompetitor   value "CM". *>matched a competitor
               88 OvReasonVolumeDeal   value "VD". *>volume negotiated
               88 OvReasonRelationship value "RL". *>keeping the account
               88 OvReasonDamaged      value "DM". *>damaged or display stock
               88 OvReasonOther        value "OT".
           02 OvStatus      pic x(1).
               88 OvAccepted value "A". *>inside the floor, nobody asked
               88 OvPending  value "P". *>below the floor, order held
               88 OvApproved value "Y".
               88 OvRejected value "R". *>line went back to the engine price
           02 OvDecidedBy   pic x(10).
           02 OvDecideDate  pic 9(8).
