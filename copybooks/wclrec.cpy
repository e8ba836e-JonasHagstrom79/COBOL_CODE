      *>----------------------------------------------------------------
      *> WCLREC - one warranty claim (WARCLAIM.DAT). WARCLAIM logs it
      *> against the WARRANTY.DAT cover for the order line and decides
      *> coverage on the spot; a covered claim waits open for the
      *> settlement the caller chose - a no-charge replacement order
      *> keyed through ORDERENTRY, or a credit memo through RETURNS -
      *> and either one stamps its order or memo number back here. A
      *> failed unit the supplier covers waits for RTV to send it back.
      *>----------------------------------------------------------------
       01 ClaimData.
           02 WcNumber     pic 9(6).
           02 WcDate       pic 9(8). *>YYYYMMDD the customer called
           02 WcIdNum      pic 9(5).
           02 WcOrdNumber  pic 9(6). *>the original order line
           02 WcOrdLineNo  pic 9(2).
           02 WcProduct    pic x(5).
           02 WcSize       pic x(1).
           02 WcQty        pic 9(5). *>units failed
           02 WcUnitPrice  pic 9(5)v99. *>what the customer paid a unit
           02 WcShipDate   pic 9(8).
           02 WcExpiry     pic 9(8).
           02 WcProblem    pic x(30).
           02 WcCoverage   pic x(1).
               88 WcCovered     value "Y".
               88 WcNotCovered  value "N". *>no cover on the line, expired,
                                           *>or more units than shipped
           02 WcSettleBy   pic x(1).
               88 WcByReplacement value "R".
               88 WcByCredit      value "C".
           02 WcStatus     pic x(1).
               88 WcOpen     value "O". *>covered, waiting on its settlement
               88 WcSettled  value "S".
               88 WcDenied   value "D".
           02 WcSettleRef  pic 9(6). *>replacement order or credit memo number
           02 WcSettleDate pic 9(8).
           02 WcVendor     pic 9(4). *>supplier on WARRANTY.DAT, zero = none
           02 WcRtvStatus  pic x(1).
               88 WcRtvNone     value " ". *>ours to scrap
               88 WcRtvPending  value "P". *>the supplier covers it - RTV
               88 WcRtvReturned value "R".
           02 WcRtvDate    pic 9(8).
           02 WcOperator   pic x(10).
