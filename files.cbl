01 WSHeldLimit pic 9(7)v99.
01 WSNewBillCycle pic x(1).
01 WSNewCurrency pic x(3).
01 WSNewParent pic 9(5) value zero.
01 WSNewGroupLimit pic 9(7)v99 value zero.
01 WSNewBillAt pic x(1).
01 WSParentValid pic x(1).
01 WSBranchCount pic 9(5) value zero.
01 WSHeldCustomer pic x(200). *>the record being keyed, parked while the parent
*>link is checked against the rest of the file
01 WSLinkEndOfFile pic x(1) value 'N'.
01 WSLinkIdNum pic 9(5) value zero.
01 WSNewTerms pic x(8) value spaces.
01 WSTermsValid pic x(1) value 'N'.
01 WSTermsNetDays pic 9(3).
01 WSTermsProbeDate pic 9(8) value 20000101. *>any date will do - only the
*>code's presence on TERMS.DAT is being asked
01 WSTermsBase pic 9(8)v99 value zero.
01 WSTermsDueDate pic 9(8).
01 WSTermsDiscDate pic 9(8).
01 WSTermsDiscAmount pic 9(6)v99.
01 WSApprovalThreshold pic 9(7)v99 value 5000.00. *>CREDLIMPARM.DAT overrides -
*>a limit above this queues on CREDPEND.DAT for a second operator instead of
*>applying straight from the change screen
01 WSChangeDate pic 9(8).
01 WSCurrentDateStamp pic x(21).
       copy acsreq.

procedure division.
0000-MAINLINE.
           move "USD" to CurrencyCode
       end-if
       move space to AbcClass
       move zero to ParentId, GroupCreditLimit
       move space to BillAtParent
       display "Corporate parent IdNum (0-none) " with no advancing
       accept WSNewParent
       if WSNewParent not = zero
           perform 3600-CHECK-PARENT-LINK thru 3600-EXIT
           if WSParentValid = 'Y'
               move WSNewParent to ParentId
               display "Bill and collect at the parent (P-yes, blank-no) " with no advancing
               accept BillAtParent
               move function upper-case(BillAtParent) to BillAtParent
               if BillAtParent not = 'P'
                   move space to BillAtParent
               end-if
           end-if
       end-if
       if ParentId = zero
           display "Group credit limit for this account and its branches (0-none) "
               with no advancing
           accept GroupCreditLimit
       end-if
       move spaces to TermsCode
       display "Payment terms code (NET30, 2/10N30 ... blank-due on receipt) "
           with no advancing
       accept WSNewTerms
       move function upper-case(WSNewTerms) to WSNewTerms
       if WSNewTerms not = spaces
           perform 3800-CHECK-TERMS-CODE
           if WSTermsValid = 'Y'
               move WSNewTerms to TermsCode
           else
               display "Terms " WSNewTerms " are not on TERMS.DAT - account"
                   " set due on receipt, see TERMMNT"
           end-if
       end-if
       move spaces to WSBeforeImage
       write CustomerData
           invalid key display "Customer ID " IdNum " already exists - add rejected"
                       move WSNewCreditLimit to CreditLimit
                   end-if
               end-if
               perform 3700-CHANGE-GROUP-LINK thru 3700-EXIT
               display "Current terms [" TermsCode "] new (blank keeps, *-due on receipt) : "
                   with no advancing
               accept WSNewTerms
               move function upper-case(WSNewTerms) to WSNewTerms
               evaluate true
                   when WSNewTerms = spaces
                       continue
                   when WSNewTerms = "*"
                       move spaces to TermsCode
                   when other
                       perform 3800-CHECK-TERMS-CODE
                       if WSTermsValid = 'Y'
                           move WSNewTerms to TermsCode
                       else
                           display "Terms " WSNewTerms " are not on TERMS.DAT -"
                               " terms left as they were"
                       end-if
               end-evaluate
               rewrite CustomerData
               move CustomerData to WSJrnlImage
               call "MSTJRNL" using "C", "W", WSJrnlImage
       move IdNum to CpIdNum
       move CreditLimit to CpOldLimit
       move WSNewCreditLimit to CpNewLimit
       move space to CpLimitType
       set CpPending to true
       move spaces to CpDecidedBy
       move zero to CpDecideDate
       display "Limit " WSNewCreditLimit " is above the approval threshold -"
           " queued on CREDPEND.DAT for a second operator".

3550-QUEUE-GROUP-FOR-APPROVAL. *>a group limit carries more exposure than any
*>one account's, so it goes through the same second operator above the threshold
       move function current-date to WSCurrentDateStamp
       move WSCurrentDateStamp(1:8) to WSChangeDate
       move WSChangeDate to CpDate
       move WSOperator to CpRequestedBy
       move IdNum to CpIdNum
       move GroupCreditLimit to CpOldLimit
       move WSNewGroupLimit to CpNewLimit
       set CpGroupLimit to true
       set CpPending to true
       move spaces to CpDecidedBy
       move zero to CpDecideDate
       open extend CredPendFile
       if not CredPendFileOk
           open output CredPendFile
       end-if
       write CredPendData
       close CredPendFile
       move CustomerData to WSBeforeImage
       move GroupCreditLimit to WSHeldLimit
       move WSNewGroupLimit to GroupCreditLimit
       move CustomerData to WSAfterImage
       move WSHeldLimit to GroupCreditLimit
       perform 7000-WRITE-AUDIT-LIMIT-REQ
       display "Group limit " WSNewGroupLimit " is above the approval threshold -"
           " queued on CREDPEND.DAT for a second operator".

3600-CHECK-PARENT-LINK. *>one level of group only - the parent must be on file
*>and not itself a branch, and an account that already has branches of its own
*>cannot become somebody else's branch. The record being keyed is parked while
*>the file is searched and put back before returning
       move 'N' to WSParentValid
       move CustomerData to WSHeldCustomer
       if WSNewParent = IdNum
           display "An account cannot be its own parent - link not set"
           go to 3600-EXIT
       end-if
       move WSNewParent to IdNum
       read CustomerFile
           key is IdNum
           invalid key
               display "Parent " WSNewParent " is not on file - link not set"
               go to 3600-EXIT
       end-read
       if ParentId not = zero
           display "Customer " WSNewParent " is itself a branch of " ParentId
               " - link to the top of the group - link not set"
           go to 3600-EXIT
       end-if
       perform 3650-COUNT-BRANCHES
       move WSHeldCustomer to CustomerData
       if WSBranchCount > zero
           display "Customer " IdNum " has " WSBranchCount " branch(es) of its own"
               " - relink them first - link not set"
           go to 3600-EXIT
       end-if
       move 'Y' to WSParentValid.
3600-EXIT.
       move WSHeldCustomer to CustomerData.

3650-COUNT-BRANCHES. *>how many accounts name the parked record as their parent
       move zero to WSBranchCount
       move WSHeldCustomer(1:5) to WSLinkIdNum
       move zero to IdNum
       move 'N' to WSLinkEndOfFile
       start CustomerFile key is >= IdNum
           invalid key move 'Y' to WSLinkEndOfFile
       end-start
       perform 3660-TEST-ONE-ACCOUNT until WSLinkEndOfFile = 'Y'.

3660-TEST-ONE-ACCOUNT.
       read CustomerFile next
           at end
               move 'Y' to WSLinkEndOfFile
               exit paragraph
       end-read
       if ParentId = WSLinkIdNum
           add 1 to WSBranchCount
       end-if.

3700-CHANGE-GROUP-LINK. *>a branch can be linked, moved or cut loose; only an
*>account standing at the top of a group carries a group limit
       display "Current parent [" ParentId "] new (0 keeps, 99999 removes) : "
           with no advancing
       accept WSNewParent
       evaluate true
           when WSNewParent = 99999
               move zero to ParentId
               move space to BillAtParent
           when WSNewParent not = zero and WSNewParent not = ParentId
               perform 3600-CHECK-PARENT-LINK thru 3600-EXIT
               if WSParentValid = 'Y'
                   move WSNewParent to ParentId
                   move zero to GroupCreditLimit
               end-if
           when other continue
       end-evaluate
       if ParentId not = zero
           display "Bill and collect at the parent [" BillAtParent "] P/N (blank keeps) : "
               with no advancing
           accept WSNewBillAt
           move function upper-case(WSNewBillAt) to WSNewBillAt
           evaluate WSNewBillAt
               when 'P' move 'P' to BillAtParent
               when 'N' move space to BillAtParent
               when other continue
           end-evaluate
           go to 3700-EXIT
       end-if
       display "Current group limit [" GroupCreditLimit "] new (0 keeps) : "
           with no advancing
       accept WSNewGroupLimit
       if WSNewGroupLimit not = zero
          and WSNewGroupLimit not = GroupCreditLimit
           if WSNewGroupLimit > WSApprovalThreshold
               perform 3550-QUEUE-GROUP-FOR-APPROVAL
           else
               move WSNewGroupLimit to GroupCreditLimit
           end-if
       end-if.
3700-EXIT.
       exit.

3800-CHECK-TERMS-CODE. *>the code has to be on TERMS.DAT before an invoice
*>can work a due date off it - TERMMNT keys the table
       call "GETTERMS" using WSNewTerms, WSTermsProbeDate, WSTermsBase,
           WSTermsValid, WSTermsNetDays, WSTermsDueDate, WSTermsDiscDate,
           WSTermsDiscAmount.

4000-DELETE-CUSTOMER.
       display "Customer ID to delete " with no advancing
       accept IdNum
           close CustomerFile
           go to 4000-EXIT
       end-if
       read CustomerFile
           key is IdNum
           invalid key
               display "Customer " IdNum " not found"
               close CustomerFile
               go to 4000-EXIT
       end-read
       move CustomerData to WSHeldCustomer
       perform 3650-COUNT-BRANCHES
       move WSHeldCustomer to CustomerData
       if WSBranchCount > zero
           display "Customer " IdNum " is the parent of " WSBranchCount
               " branch(es) - relink them first - delete rejected"
           close CustomerFile
           go to 4000-EXIT
       end-if
       read CustomerFile
           key is IdNum
           invalid key display "Customer " IdNum " not found"
       read CustomerFile
           key is IdNum
           invalid key display "Customer " IdNum " not found"
           not invalid key
               display CustomerData
               perform 7800-LOG-THE-INQUIRY
       end-read
       close CustomerFile.
5000-EXIT.
       read CustomerFile
           key is IdNum
           invalid key display "Customer " WSPickIdNum " not found"
           not invalid key
               display CustomerData
               perform 7800-LOG-THE-INQUIRY
       end-read.
5500-EXIT.
       continue.
               end-if
       end-read.

7800-LOG-THE-INQUIRY. *>the audit trail says who changed a customer, this
*>says who looked
       move WSOperator to ArOperator
       move "FILES" to ArProgram
       set ArCustomer to true
       move IdNum to ArIDNum
       set ArInquiry to true
       move "FULL CUSTOMER RECORD" to ArRevealed
       call "LOGACCESS" using AccessLogRequest.

7000-WRITE-AUDIT-ADD.
       set AudActionAdd to true
       perform 7900-APPEND-AUDIT-RECORD.
