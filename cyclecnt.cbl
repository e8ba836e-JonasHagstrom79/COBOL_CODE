01 WSTotalVariance pic s9(11)v99 value zero.
01 WSPostedCount pic 9(5) value zero.
01 WSSkippedCount pic 9(5) value zero.
01 WSProdBefore pic x(129) value spaces.
01 WSCountLocation pic x(2) value "01". *>one building is counted at a time -
*>book figures and adjustments work against THIS location's stock
01 WSStkAction pic x(1).
