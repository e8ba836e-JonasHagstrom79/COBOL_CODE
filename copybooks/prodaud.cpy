               88 PaActionRtv     value "V". *>defective stock sent back to
                                              *>the supplier - RTV paperwork
                                              *>and an expected vendor credit
               88 PaActionCancel  value "K". *>stock an order had taken,
                                              *>put back by ORDCHG when the
                                              *>order or line was cut
               88 PaActionLanded  value "L". *>freight, duty or brokerage
                                              *>averaged into PMUnitCost by
                                              *>LANDCOST - no quantity moves
               88 PaActionHold    value "H". *>a receipt RECEIVE put into
                                              *>inspection hold - on-order
                                              *>relieved, nothing available
               88 PaActionReject  value "E". *>held stock INSPECT failed
                                              *>and sent back to the vendor
                                              *>- no quantity moves
           02 PaPMName     pic x(5).
           02 PaBeforeImage pic x(129).
           02 PaAfterImage  pic x(129).
