       >>source format free
identification division.
program-id. rebmnt.
environment division.
input-output section.
file-control.
       copy rebfc.
       copy custfc.
       select SalesRepFile assign to "SALESREP.DAT"
           organization is line sequential
           file status is SalesRepStatus.
       select RebGenNumFile assign to "REBGENNUM.DAT"
           organization is line sequential
           file status is RebGenNumStatus.
data division.
file section.
fd RebateFile.
       copy rebrec.
fd CustomerFile.
       copy custrec.
fd SalesRepFile.
       copy repres.
fd RebGenNumFile.
01 RebGenNumLine pic 9(5).

working-storage section.
01 RebateFileStatus pic x(2) value "00".
       88 RebateFileOk value "00".
       88 RebateFileNotFound value "35".
01 CustomerFileStatus pic x(2) value "00".
       88 CustFileOk value "00".
       88 CustFileNotFound value "35".
01 SalesRepStatus pic x(2) value "00".
       88 SalesRepOk value "00".
01 RebGenNumStatus pic x(2) value "00".
       88 RebGenNumOk value "00".
01 WSMode pic x(1). *>A=add, I=inquire, L=list, X=exit
01 RepEndOfFile pic x(1) value 'N'.
01 EndOfFileFlag pic x(1) value 'N'.
01 WSRebateNumber pic 9(5) value zero.
01 WSCustID pic 9(5).
01 WSRepCode pic x(3).
01 WSRepFound pic x(1) value 'N'.
01 WSDate pic 9(8).
01 WSDateParts redefines WSDate.
       02 WSDateYear  pic 9(4).
       02 WSDateMonth pic 9(2).
       02 WSDateDay   pic 9(2).
01 WSMethod pic x(1).
01 WSTierCount pic 9(1).
01 WSTierIndex pic 9(1).
01 WSTierFrom pic 9(9)v99.
01 WSTierPct pic 9(2)v99.
01 WSTiersOk pic x(1) value 'Y'.
01 WSListCount pic 9(5) value zero.
01 EditAmount pic z,zzz,zzz,zz9.99.
01 EditPct pic z9.99.

procedure division.
0000-MAINLINE. *>the rebate deals the account managers used to keep in a
*>spreadsheet - customer, period, the sales tiers and what each pays back, and
*>whether it is settled by credit memo or by check. REBRUN works them monthly
       perform 1000-MENU until WSMode = 'X'
       stop run.

1000-MENU.
       display " "
       display "Rebate agreements - A-Add  I-Inquire  L-List  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'A' perform 2000-ADD-AGREEMENT thru 2000-EXIT
           when 'I' perform 3000-INQUIRE-AGREEMENT thru 3000-EXIT
           when 'L' perform 4000-LIST-AGREEMENTS thru 4000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.

2000-ADD-AGREEMENT.
       initialize RebateData
       display "Customer ID : " with no advancing
       accept WSCustID
       open input CustomerFile
       if not CustFileOk
           display "Customer file is not available - try again later"
           close CustomerFile
           go to 2000-EXIT
       end-if
       move WSCustID to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " WSCustID " not on file"
               close CustomerFile
               go to 2000-EXIT
       end-read
       close CustomerFile
       move WSCustID to RbIdNum
       display "Sales rep : " with no advancing
       accept WSRepCode
       move function upper-case(WSRepCode) to WSRepCode
       perform 7100-FIND-REP
       if WSRepFound = 'N'
           display "Rep " WSRepCode " is not on SALESREP.DAT - rejected"
           go to 2000-EXIT
       end-if
       move WSRepCode to RbSalesRep
       display "Period start (YYYYMMDD) : " with no advancing
       accept WSDate
       if WSDate = zero or WSDateMonth < 1 or WSDateMonth > 12
          or WSDateDay < 1 or WSDateDay > 31
           display "Start date " WSDate " is not a date - rejected"
           go to 2000-EXIT
       end-if
       move WSDate to RbStartDate
       display "Period end (YYYYMMDD) : " with no advancing
       accept WSDate
       if WSDate = zero or WSDateMonth < 1 or WSDateMonth > 12
          or WSDateDay < 1 or WSDateDay > 31
           display "End date " WSDate " is not a date - rejected"
           go to 2000-EXIT
       end-if
       if WSDate not > RbStartDate
           display "The period must end after it starts - rejected"
           go to 2000-EXIT
       end-if
       move WSDate to RbEndDate
       display "Settle by C-Credit memo or K-Check : " with no advancing
       accept WSMethod
       move function upper-case(WSMethod) to WSMethod
       if WSMethod not = 'C' and WSMethod not = 'K'
           display "Settlement must be C or K - rejected"
           go to 2000-EXIT
       end-if
       move WSMethod to RbSettleMethod
       display "Number of tiers (1-5) : " with no advancing
       accept WSTierCount
       if WSTierCount < 1 or WSTierCount > 5
           display "Between one and five tiers - rejected"
           go to 2000-EXIT
       end-if
       move WSTierCount to RbTierCount
       move 'Y' to WSTiersOk
       perform 2100-ACCEPT-ONE-TIER
           varying WSTierIndex from 1 by 1
           until WSTierIndex > WSTierCount or WSTiersOk = 'N'
       if WSTiersOk = 'N'
           go to 2000-EXIT
       end-if
       move zero to RbAccrued, RbLastPeriod, RbSettledDate, RbSettledAmt,
           RbMemoNum
       set RbOpen to true
       perform 7200-ASSIGN-REBATE-NUMBER
       move WSRebateNumber to RbNumber
       perform 7300-WRITE-AGREEMENT
       display "Agreement " WSRebateNumber " added for customer " RbIdNum.
2000-EXIT.
       continue.

2100-ACCEPT-ONE-TIER. *>each tier starts above the one before and pays more -
*>a table that steps backwards is a keying slip, not a deal anyone signed
       display "Tier " WSTierIndex " - net sales from : " with no advancing
       accept WSTierFrom
       display "Tier " WSTierIndex " - rebate percent : " with no advancing
       accept WSTierPct
       if WSTierPct = zero
           display "A tier that rebates nothing is not a tier - rejected"
           move 'N' to WSTiersOk
           exit paragraph
       end-if
       if WSTierIndex > 1
           if WSTierFrom not > RbTierFrom(WSTierIndex - 1)
              or WSTierPct not > RbTierPct(WSTierIndex - 1)
               display "Each tier must start higher and pay more than the last"
                   " - rejected"
               move 'N' to WSTiersOk
               exit paragraph
           end-if
       end-if
       move WSTierFrom to RbTierFrom(WSTierIndex)
       move WSTierPct to RbTierPct(WSTierIndex).

3000-INQUIRE-AGREEMENT.
       display "Agreement number : " with no advancing
       accept WSRebateNumber
       open input RebateFile
       if RebateFileNotFound
           display "No rebate agreements on file yet"
           close RebateFile
           go to 3000-EXIT
       end-if
       move WSRebateNumber to RbNumber
       read RebateFile
           key is RbNumber
           invalid key
               display "Agreement " WSRebateNumber " not found"
               close RebateFile
               go to 3000-EXIT
       end-read
       close RebateFile
       display "Agreement " RbNumber "  customer " RbIdNum "  rep " RbSalesRep
       display "  Period " RbStartDate " to " RbEndDate
       if RbSettleCheck
           display "  Settled by check"
       else
           display "  Settled by credit memo"
       end-if
       perform 3100-SHOW-ONE-TIER
           varying WSTierIndex from 1 by 1 until WSTierIndex > RbTierCount
       move RbAccrued to EditAmount
       display "  Accrued      " EditAmount "  through " RbLastPeriod
       if RbSettled
           move RbSettledAmt to EditAmount
           display "  Settled " RbSettledDate " for " EditAmount
               " under memo " RbMemoNum
       end-if.
3000-EXIT.
       continue.

3100-SHOW-ONE-TIER.
       move RbTierFrom(WSTierIndex) to EditAmount
       move RbTierPct(WSTierIndex) to EditPct
       display "  Tier " WSTierIndex "  from " EditAmount "  " EditPct "%".

4000-LIST-AGREEMENTS.
       open input RebateFile
       if RebateFileNotFound
           display "No rebate agreements on file yet"
           close RebateFile
           go to 4000-EXIT
       end-if
       move zero to WSListCount
       move 'N' to EndOfFileFlag
       perform 4100-LIST-ONE-AGREEMENT until EndOfFileFlag = 'Y'
       close RebateFile
       display WSListCount " agreement(s) on file".
4000-EXIT.
       continue.

4100-LIST-ONE-AGREEMENT.
       read RebateFile next
           at end
               move 'Y' to EndOfFileFlag
               exit paragraph
       end-read
       add 1 to WSListCount
       move RbAccrued to EditAmount
       display RbNumber "  " RbIdNum "  " RbSalesRep "  " RbStartDate "-"
           RbEndDate "  " RbSettleMethod "  " RbStatus "  accrued " EditAmount.

7100-FIND-REP.
       move 'N' to WSRepFound
       open input SalesRepFile
       if SalesRepOk
           move 'N' to RepEndOfFile
           perform 7150-MATCH-ONE-REP until RepEndOfFile = 'Y'
       end-if
       close SalesRepFile.

7150-MATCH-ONE-REP.
       read SalesRepFile
           at end move 'Y' to RepEndOfFile
           not at end
               if SrCode = WSRepCode
                   move 'Y' to WSRepFound
                   move 'Y' to RepEndOfFile
               end-if
       end-read.

7200-ASSIGN-REBATE-NUMBER. *>the CUSTGENNUM.DAT generation-number pattern
       move zero to WSRebateNumber
       open input RebGenNumFile
       if RebGenNumOk
           read RebGenNumFile
               at end continue
               not at end move RebGenNumLine to WSRebateNumber
           end-read
       end-if
       close RebGenNumFile
       add 1 to WSRebateNumber
       open output RebGenNumFile
       move WSRebateNumber to RebGenNumLine
       write RebGenNumLine
       close RebGenNumFile.

7300-WRITE-AGREEMENT.
       open i-o RebateFile
       if RebateFileNotFound
           close RebateFile
           open output RebateFile
           close RebateFile
           open i-o RebateFile
       end-if
       write RebateData
           invalid key display "Agreement " RbNumber " could not be written"
       end-write
       close RebateFile.
