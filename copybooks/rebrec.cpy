      *>----------------------------------------------------------------
      *> REBREC - volume rebate agreement (REBATE.DAT), one row per
      *> customer per agreement period. Keyed in REBMNT; REBRUN measures
      *> the period-to-date sales against the tiers each month, accrues
      *> the rebate earned so far and, once the period has closed,
      *> settles it by credit memo or by a check REFUND prints. The
      *> rate of the highest tier reached applies to every qualifying
      *> dollar of the period, not just the dollars above the tier.
      *>----------------------------------------------------------------
       01 RebateData.
           02 RbNumber      pic 9(5).
           02 RbIdNum       pic 9(5). *>the customer the sales are measured on
           02 RbSalesRep    pic x(3). *>SALESREP.DAT code that looks after it
           02 RbStartDate   pic 9(8). *>YYYYMMDD first day of the period
           02 RbEndDate     pic 9(8). *>YYYYMMDD last day of the period
           02 RbSettleMethod pic x(1).
               88 RbSettleCredit value "C". *>credit memo on ARTRANS
               88 RbSettleCheck  value "K". *>check through REFUND
           02 RbTierCount   pic 9(1).
           02 RbTier occurs 5 times. *>ascending sales thresholds
               03 RbTierFrom pic 9(9)v99. *>net sales that reach the tier
               03 RbTierPct  pic 9(2)v99. *>percent rebated on all of them
           02 RbAccrued     pic 9(9)v99. *>rebate booked to the GL so far
           02 RbLastPeriod  pic 9(6). *>YYYYMM of the last month accrued
           02 RbStatus      pic x(1).
               88 RbOpen     value "O".
               88 RbSettled  value "S".
           02 RbSettledDate pic 9(8).
           02 RbSettledAmt  pic 9(9)v99.
           02 RbMemoNum     pic 9(6). *>CMGENNUM.DAT number the settlement
                                       *>went out under
