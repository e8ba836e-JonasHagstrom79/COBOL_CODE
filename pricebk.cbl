       >>source format free
identification division.
program-id. pricebk.
environment division.
input-output section.
file-control.
       copy custfc.
       copy prodfc.
       select DiscountFile assign to "DISCOUNT.DAT"
           organization is line sequential
           file status is DiscountFileStatus.
       select PriceBookReport assign to "PRICEBOOK.rpt"
           organization is line sequential.
       select PriceBookCsv assign to WSCsvFileName
           organization is line sequential.
data division.
file section.
fd CustomerFile.
       copy custrec.
fd ProductFile.
       copy prodrec.
fd DiscountFile.
01 DiscountData. *>the GETDISC break table - only the break quantities are
*>wanted here, the prices come back through GETDISC itself
       02 DiProduct pic x(5).
       02 DiMinQty  pic 9(5).
       02 DiType    pic x(1).
       02 DiValue   pic 9(5)v99.
fd PriceBookReport.
01 PrintLine pic x(100).
fd PriceBookCsv.
01 CsvLine pic x(100).

working-storage section.
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 ProductFileStatus pic x(2) value "00".
       88 ProductFileOk value "00".
       88 ProductFileNotFound value "35".
01 DiscountFileStatus pic x(2) value "00".
       88 DiscountFileOk value "00".
01 ProductEndOfFile pic x(1) value 'N'.
01 DiscountEndOfFile pic x(1) value 'N'.
01 WSCurrentDate pic x(21).
01 WSBookCustID pic 9(5).
01 WSBookName pic x(31).
01 WSEffectiveDate pic 9(8) value zero.
01 WSCsvFileName pic x(30).
01 WSBreakCount pic 9(2).
01 WSBreakTable. *>quantity 1 first, then every break on DISCOUNT.DAT for the
*>product in ascending order
       02 WSBreakQty pic 9(5) occurs 10 times.
01 WSBreakIndex pic 9(2).
01 WSShiftIndex pic 9(2).
01 WSInsertQty pic 9(5).
01 WSInsertAt pic 9(2).
01 WSTierQty pic 9(5).
01 WSNetPrice pic 9(5)v99.
01 WSContractPrice pic 9(5)v99.
01 WSContractRef pic x(10).
01 WSOnContract pic x(1).
01 WSPromoPrice pic 9(5)v99.
01 WSOnPromo pic x(1).
01 WSDiscounted pic x(1).
01 WSSource pic x(10).
01 WSSourceRef pic x(10).
01 WSSupStatus pic x(1).
01 WSSupReplacement pic x(5).
01 WSSupNewSize pic x(1).
01 WSProductCount pic 9(5) value zero.
01 WSRowCount pic 9(5) value zero.
01 WSListEdit pic zzzz9.99.
01 WSNetEdit pic zzzz9.99.
01 WSQtyEdit pic zzzz9.
01 RptHeading pic x(60) value "Customer Price Book".
01 RptSubHeading pic x(100).
01 RptColHeads pic x(100) value
       "Prod  Sizes    List price  From qty   Net price  Source     Reference".
01 RptDetailLine.
       02 PrnProduct pic x(5).
       02 filler pic x(1) value space.
       02 PrnSizes pic x(8).
       02 filler pic x(2) value space.
       02 PrnListPrice pic zz,zz9.99.
       02 filler pic x(4) value space.
       02 PrnTierQty pic zz,zz9.
       02 filler pic x(3) value space.
       02 PrnNetPrice pic zz,zz9.99.
       02 filler pic x(2) value space.
       02 PrnSource pic x(10).
       02 filler pic x(1) value space.
       02 PrnSourceRef pic x(10).
01 RptCountLine pic x(100).

procedure division.
0000-MAINLINE. *>one customer's real prices in one place - every product still
*>in the range, at quantity one and at each break, priced through the same
*>GETCNTR, GETPROMO and GETDISC calls the order desk makes and in the same
*>order, so the number the rep quotes is the number the order takes
       move function current-date to WSCurrentDate
       display "Customer IdNum : " with no advancing
       accept WSBookCustID
       display "Effective date YYYYMMDD (0 = today) : " with no advancing
       accept WSEffectiveDate
       if WSEffectiveDate = zero
           move WSCurrentDate(1:8) to WSEffectiveDate
       end-if
       open input CustomerFile
       if not CustFileOk
           display "Customer file is in use by another user - try again later"
           close CustomerFile
           stop run
       end-if
       move WSBookCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSBookCustID " not found"
               close CustomerFile
               stop run
       end-read
       move spaces to WSBookName
       string function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into WSBookName
       end-string
       close CustomerFile
       open input ProductFile
       if not ProductFileOk
           display "Product file is in use by another user - try again later"
           close ProductFile
           stop run
       end-if
       move spaces to WSCsvFileName
       string "PRICEBOOK-" delimited by size
           WSBookCustID delimited by size
           ".CSV" delimited by size
           into WSCsvFileName
       end-string
       open output PriceBookReport, PriceBookCsv
       perform 0500-PRINT-HEADINGS
       move 'N' to ProductEndOfFile
       perform 1000-PRICE-ONE-PRODUCT thru 1000-EXIT
           until ProductEndOfFile = 'Y'
       move spaces to RptCountLine
       string "Products priced : " delimited by size
           WSProductCount delimited by size
           "   price lines : " delimited by size
           WSRowCount delimited by size
           into RptCountLine
       end-string
       write PrintLine from RptCountLine after advancing 2 lines
       close ProductFile, PriceBookReport, PriceBookCsv
       display "Price book for " WSBookCustID " effective " WSEffectiveDate
           " - " WSProductCount " products on PRICEBOOK.rpt and "
           function trim(WSCsvFileName)
       stop run.

0500-PRINT-HEADINGS.
       write PrintLine from RptHeading after advancing page
       move spaces to RptSubHeading
       string "Customer " delimited by size
           WSBookCustID delimited by size
           " " delimited by size
           WSBookName delimited by size
           "   prices effective " delimited by size
           WSEffectiveDate delimited by size
           into RptSubHeading
       end-string
       write PrintLine from RptSubHeading after advancing 1 line
       write PrintLine from RptColHeads after advancing 2 lines
       move "Customer,EffectiveDate,Product,Sizes,ListPrice,FromQty,NetPrice,Source,Reference"
           to CsvLine
       write CsvLine.

1000-PRICE-ONE-PRODUCT. *>the contract and the promotion do not depend on the
*>quantity, so they are asked once; only the breaks are asked per tier
       read ProductFile next
           at end
               move 'Y' to ProductEndOfFile
               go to 1000-EXIT
       end-read
       call "GETSUPER" using PMName, space, WSSupStatus,
           WSSupReplacement, WSSupNewSize
       if WSSupStatus = 'D' or PMSizeCount = zero
           go to 1000-EXIT
       end-if
       add 1 to WSProductCount
       perform 1100-LOAD-BREAKS thru 1100-EXIT
       call "GETCNTR" using WSBookCustID, PMName, WSEffectiveDate,
           WSContractPrice, WSContractRef, WSOnContract
       move 'N' to WSOnPromo
       if WSOnContract not = 'Y'
           call "GETPROMO" using PMName, WSEffectiveDate, PMUnitPrice,
               WSPromoPrice, WSOnPromo
       end-if
       perform 2000-PRICE-ONE-TIER
           varying WSBreakIndex from 1 by 1 until WSBreakIndex > WSBreakCount
       move spaces to PrintLine
       write PrintLine after advancing 1 line.
1000-EXIT.
       exit.

1100-LOAD-BREAKS.
       move 1 to WSBreakCount
       move 1 to WSBreakQty(1)
       open input DiscountFile
       if not DiscountFileOk
           close DiscountFile
           go to 1100-EXIT
       end-if
       move 'N' to DiscountEndOfFile
       perform 1110-LOAD-ONE-BREAK until DiscountEndOfFile = 'Y'
       close DiscountFile.
1100-EXIT.
       exit.

1110-LOAD-ONE-BREAK.
       read DiscountFile next
           at end move 'Y' to DiscountEndOfFile
           not at end
               if DiProduct = PMName and DiMinQty > 1 and WSBreakCount < 10
                   move DiMinQty to WSInsertQty
                   perform 1120-INSERT-BREAK thru 1120-EXIT
               end-if
       end-read.

1120-INSERT-BREAK. *>kept in ascending order as it loads, a repeated quantity
*>only once
       move zero to WSInsertAt
       perform 1130-FIND-INSERT-POINT
           varying WSBreakIndex from 1 by 1
           until WSBreakIndex > WSBreakCount or WSInsertAt > zero
       if WSInsertAt = zero
           add 1 to WSBreakCount
           move WSInsertQty to WSBreakQty(WSBreakCount)
           go to 1120-EXIT
       end-if
       if WSBreakQty(WSInsertAt) = WSInsertQty
           go to 1120-EXIT
       end-if
       perform 1140-SHIFT-ONE-UP
           varying WSShiftIndex from WSBreakCount by -1
           until WSShiftIndex < WSInsertAt
       add 1 to WSBreakCount
       move WSInsertQty to WSBreakQty(WSInsertAt).
1120-EXIT.
       exit.

1130-FIND-INSERT-POINT.
       if WSBreakQty(WSBreakIndex) >= WSInsertQty
           move WSBreakIndex to WSInsertAt
       end-if.

1140-SHIFT-ONE-UP.
       move WSBreakQty(WSShiftIndex) to WSBreakQty(WSShiftIndex + 1).

2000-PRICE-ONE-TIER.
       move WSBreakQty(WSBreakIndex) to WSTierQty
       move spaces to WSSourceRef
       evaluate true
           when WSOnContract = 'Y'
               move WSContractPrice to WSNetPrice
               move "CONTRACT" to WSSource
               move WSContractRef to WSSourceRef
           when WSOnPromo = 'Y'
               move WSPromoPrice to WSNetPrice
               move "PROMOTION" to WSSource
           when other
               call "GETDISC" using PMName, WSTierQty, PMUnitPrice,
                   WSNetPrice, WSDiscounted
               if WSDiscounted = 'Y'
                   move "QTY BREAK" to WSSource
               else
                   move "LIST" to WSSource
               end-if
       end-evaluate
       move PMName to PrnProduct
       move PMSize to PrnSizes
       move PMUnitPrice to PrnListPrice
       move WSTierQty to PrnTierQty
       move WSNetPrice to PrnNetPrice
       move WSSource to PrnSource
       move WSSourceRef to PrnSourceRef
       if WSBreakIndex > 1
           move spaces to PrnSizes
       end-if
       write PrintLine from RptDetailLine after advancing 1 line
       move PMUnitPrice to WSListEdit
       move WSNetPrice to WSNetEdit
       move WSTierQty to WSQtyEdit
       move spaces to CsvLine
       string WSBookCustID delimited by size
           "," delimited by size
           WSEffectiveDate delimited by size
           "," delimited by size
           function trim(PMName) delimited by size
           "," delimited by size
           function trim(PMSize) delimited by size
           "," delimited by size
           function trim(WSListEdit) delimited by size
           "," delimited by size
           function trim(WSQtyEdit) delimited by size
           "," delimited by size
           function trim(WSNetEdit) delimited by size
           "," delimited by size
           function trim(WSSource) delimited by size
           "," delimited by size
           function trim(WSSourceRef) delimited by size
           into CsvLine
       end-string
       write CsvLine
       add 1 to WSRowCount.
