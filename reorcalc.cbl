01 WSApplyAnswer pic x(1).
01 WSProposedCount pic 9(4) value zero.
01 WSAppliedCount pic 9(4) value zero.
01 WSProdBefore pic x(129) value spaces.
01 RptHeading pic x(70) value
       "Reorder Point Recalculation - current vs suggested off sales history".
01 RptColHeads pic x(90) value
