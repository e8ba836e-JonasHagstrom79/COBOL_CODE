01 WSRowsApplied pic 9(5) value zero.
01 WSRowsHeld pic 9(5) value zero.
01 WSRowsRejected pic 9(5) value zero.
01 WSProdBefore pic x(129) value spaces.
01 RptHeading pic x(70) value
       "Vendor Price Update Register".
01 RptColumnHeads pic x(80) value
