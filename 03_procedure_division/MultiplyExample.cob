      *>   and the run ends RC=8 - the old random-read version
      *>   billed such a record, so a quiet reject here would be a
      *>   silent behavior change.
      *>   2026-10-15  Loyalty points redemption: a member with a
      *>   pending request on the LOYALTY ledger has the points
      *>   netted off after the discount and before tax, at the
      *>   LOYPARM point value, never more than the points still
      *>   live or the charge itself. The credit is carried on
      *>   MEMFEE as FeeLoyaltyCredit; a live run spends the oldest
      *>   earned points first and marks the request credited, a
      *>   SIMUL run prices the credit but leaves the ledger alone.
      *>   2026-10-15  Referral credits: whatever the member has
      *>   earned on the REFERRAL ledger for introducing new members
      *>   and not yet used is netted off after the loyalty credit
      *>   and before tax, never more than the charge left. The
      *>   credit is carried on MEMFEE as FeeReferralCredit; a live
      *>   run records what was used against each referral and
      *>   marks it credited once used up, a SIMUL run prices the
      *>   credit but leaves the ledger alone.
      *>   2026-10-15  Corporate group billing: a member whose
      *>   MEMBMAST sponsor is a CUSTMAST customer is not billed
      *>   individually. The member's fee, after proration,
      *>   discount and credits, goes onto one invoice per customer
      *>   per billed period. The tax is charged once on the
      *>   invoice net at the customer's TaxRate, and the total
      *>   goes to MEMBFEE under the customer's BillingAccount, so
      *>   it ages in ARREARS as one account. A live run also
      *>   writes the invoice to CORPINV and lists the employees
      *>   on the CORPATT attachment. A sponsor not on CUSTMAST is
      *>   reported and the member is billed as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TaxEffectiveFrom
               FILE STATUS IS TaxRateStatus.
           SELECT LoyaltyFile ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoyaltyKey
               FILE STATUS IS LoyaltyFileStatus.
           SELECT LoyaltyParmFile ASSIGN TO "LOYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoyaltyParmStatus.
           SELECT ReferralFile ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RfrReferredId
               ALTERNATE RECORD KEY IS RfrReferrerId
                   WITH DUPLICATES
               FILE STATUS IS ReferralFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterStatus.
           SELECT CorporateInvoiceFile ASSIGN TO "CORPINV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CorporateAttachment ASSIGN TO "CORPATT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CorporateSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD MembershipFile.
           02 PspMemberType PIC X.
           02 PspRate PIC 9(3)V99.
       FD SimulationFeeFile.
       01 SimulationFeeRec PIC X(95).
       FD ScheduleFile.
       COPY FEESCHED.
       FD DiscountFile.
       COPY PERIODCT.
       FD TaxRateFile.
       COPY TAXRATE.
       FD LoyaltyFile.
       COPY LOYALTY.
       FD LoyaltyParmFile.
       COPY LOYPARM.
       FD ReferralFile.
       COPY REFERRAL.
       FD CustomerMasterFile.
       COPY CUSTREC.
       FD CorporateInvoiceFile.
       COPY CORPINV.
       FD CorporateAttachment.
       01 CorporateAttachmentLine PIC X(72).
       SD CorporateSortFile.
       01 CorporateSortRec.
           02 CsrBillingAccount PIC 9(6).
           02 CsrBillYear PIC 9(4).
           02 CsrBillMonth PIC 9(2).
           02 CsrMemberId PIC 9(6).
           02 CsrCustomerIdx PIC 9(3).
           02 CsrMemberName PIC X(20).
           02 CsrNetFee PIC 9(5)V99.
       FD BillingErrorReport.
       01 BillingErrorLine.
           02 BerMemberId PIC 9(6).
       01 ExemptIdx PIC 9 COMP VALUE ZERO.
       01 MemberExemptFlag PIC X VALUE "N".
           88 MemberTaxExempt VALUE "Y".
       COPY STDDATE.
       01 LoyaltyFileStatus PIC XX VALUE "00".
           88 LoyaltyAtEnd VALUE "10".
           88 LoyaltyFileNotFound VALUE "35".
       01 LoyaltyOpenFlag PIC X VALUE "N".
           88 LoyaltyFileOpen VALUE "Y".
       01 LoyaltyParmStatus PIC XX VALUE "00".
           88 LoyaltyParmNotFound VALUE "35".
       01 PointValue PIC 9V9(4) VALUE 0.0100.
       01 RedemptionPendingFlag PIC X VALUE "N".
           88 RedemptionPending VALUE "Y".
       01 PendingPoints PIC 9(7) VALUE ZERO.
       01 AvailablePoints PIC 9(7) VALUE ZERO.
       01 AffordablePoints PIC 9(7) VALUE ZERO.
       01 RedeemPoints PIC 9(7) VALUE ZERO.
       01 PointsToSpend PIC 9(7) VALUE ZERO.
       01 PointsFromRow PIC 9(7) VALUE ZERO.
       01 LoyaltyCreditForFee PIC 9(5)V99 VALUE ZERO.
       01 ReferralFileStatus PIC XX VALUE "00".
           88 ReferralAtEnd VALUE "10".
           88 ReferralFileNotFound VALUE "35".
       01 ReferralOpenFlag PIC X VALUE "N".
           88 ReferralFileOpen VALUE "Y".
       01 ReferralCreditForFee PIC 9(5)V99 VALUE ZERO.
       01 CreditFromReferral PIC 9(5)V99 VALUE ZERO.
       01 PeriodStartDate PIC 9(8) VALUE ZERO.
       01 PeriodEndDate PIC 9(8) VALUE ZERO.
       01 MemberFrozenFlag PIC X VALUE "N".
       01 AccessGranted PIC X VALUE "N".
           88 AccessIsGranted VALUE "Y".
       01 SignOnReturnCode PIC 9(4) VALUE ZERO.

      *>   Sponsoring customers off CUSTMAST, and the sponsored
      *>   members' fees held for the corporate invoices.
       01 CustomerMasterStatus PIC XX VALUE "00".
           88 CustomerMasterAtEnd VALUE "10".
           88 CustomerMasterNotFound VALUE "35".
       01 CustomerMax PIC 9(3) VALUE 200.
       01 CustomerCount PIC 9(3) VALUE ZERO.
       01 CustomerTable.
           02 CustomerEntry OCCURS 200 TIMES.
               03 CstCustomerId PIC X(6).
               03 CstCustomerName PIC X(15).
               03 CstTaxRate PIC V9(2).
               03 CstBillingAccount PIC 9(6).
       01 CustomerIdx PIC 9(3) COMP VALUE ZERO.
       01 SponsorIdx PIC 9(3) VALUE ZERO.
       01 SponsoredMax PIC 9(4) VALUE 3000.
       01 SponsoredCount PIC 9(4) VALUE ZERO.
       01 SponsoredTable.
           02 SponsoredEntry OCCURS 3000 TIMES.
               03 SpdCustomerIdx PIC 9(3).
               03 SpdMemberId PIC 9(6).
               03 SpdMemberName PIC X(20).
               03 SpdBillYear PIC 9(4).
               03 SpdBillMonth PIC 9(2).
               03 SpdNetFee PIC 9(5)V99.
       01 SponsoredIdx PIC 9(4) COMP VALUE ZERO.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 InvoiceStartedFlag PIC X VALUE "N".
           88 InvoiceStarted VALUE "Y".
       01 InvCustomerIdx PIC 9(3) VALUE ZERO.
       01 InvBillingAccount PIC 9(6) VALUE ZERO.
       01 InvBillYear PIC 9(4) VALUE ZERO.
       01 InvBillMonth PIC 9(2) VALUE ZERO.
       01 InvMemberCount PIC 9(5) VALUE ZERO.
       01 InvNetAmount PIC 9(7)V99 VALUE ZERO.
       01 InvTaxAmount PIC 9(7)V99 VALUE ZERO.
       01 InvTotalAmount PIC 9(7)V99 VALUE ZERO.
       01 CorporateInvoicesRaised PIC 9(5) COMP VALUE ZERO.
       01 AttachmentHeading.
           02 FILLER PIC X(19) VALUE "CORPORATE INVOICE  ".
           02 AthBillingAccount PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AthCustomerName PIC X(15).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AthBillYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 AthBillMonth PIC 9(2).
       01 AttachmentColumns.
           02 FILLER PIC X(36) VALUE
               "  MEMBER  NAME                      ".
           02 FILLER PIC X(8) VALUE "     FEE".
       01 AttachmentDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AtdMemberId PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AtdMemberName PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AtdNetFee PIC ZZ,ZZ9.99.
       01 AttachmentTotal.
           02 FILLER PIC X(10) VALUE "  MEMBERS ".
           02 AttMemberCount PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "  NET ".
           02 AttNetAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(6) VALUE "  TAX ".
           02 AttTaxAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  TOTAL ".
           02 AttTotalAmount PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           IF MenuOperatorId NOT = SPACES
               GOBACK
           END-IF
           PERFORM ReadBillingModeParm
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadLoyaltyParm
           PERFORM LoadSponsoringCustomers
           OPEN INPUT MembershipFile
           IF SimulationMode
               OPEN OUTPUT SimulationFeeFile
      *>   running - everyone bills at the schedule rate.
               MOVE "N" TO DiscountFileOpenFlag
           END-IF
           MOVE "Y" TO LoyaltyOpenFlag
           IF SimulationMode
               OPEN INPUT LoyaltyFile
           ELSE
               OPEN I-O LoyaltyFile
           END-IF
           IF LoyaltyFileNotFound
      *>   No points ledger on file means nobody has points to
      *>   spend - nothing is credited.
               MOVE "N" TO LoyaltyOpenFlag
           END-IF
           MOVE "Y" TO ReferralOpenFlag
           IF SimulationMode
               OPEN INPUT ReferralFile
           ELSE
               OPEN I-O ReferralFile
           END-IF
           IF ReferralFileNotFound
      *>   No referral ledger on file means nobody has a referral
      *>   credit to use.
               MOVE "N" TO ReferralOpenFlag
           END-IF
           PERFORM ReadNextMember
           PERFORM BillMember UNTIL MembershipAtEnd
           IF SponsoredCount > ZERO
               PERFORM RaiseCorporateInvoices
           END-IF
           MOVE MembersRead TO MembersReadForReport
           MOVE MembersBilled TO MembersBilledForReport
           MOVE MembersRejected TO MembersRejectedForReport
           MOVE GrandTotalFees TO GrandTotalFeesForReport
           DISPLAY "Members frozen this period = " MembersFrozen
           DISPLAY "Corporate invoices raised = "
                   CorporateInvoicesRaised
           CALL "RunControlReport" USING ProgramNameLiteral
                   MembersReadForReport MembersBilledForReport
                   MembersRejectedForReport GrandTotalFeesForReport
           IF PeriodFileOpen
               CLOSE PeriodFile
           END-IF
           IF LoyaltyFileOpen
               CLOSE LoyaltyFile
           END-IF
           IF ReferralFileOpen
               CLOSE ReferralFile
           END-IF
           GOBACK.

      *>   CheckOperatorEntitlement makes sure the operator this batch
               CLOSE BillingParmFile
           END-IF.

      *>   ReadLoyaltyParm takes the point value off LOYPARM; no
      *>   card, or a zero value, keeps the standing value.
       ReadLoyaltyParm.
           OPEN INPUT LoyaltyParmFile
           IF NOT LoyaltyParmNotFound
               READ LoyaltyParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LprPointValue NUMERIC
                          AND LprPointValue > ZERO
                           MOVE LprPointValue TO PointValue
                       END-IF
               END-READ
               CLOSE LoyaltyParmFile
           END-IF.

      *>   LoadSponsoringCustomers keeps the CUSTMAST customers a
      *>   member can be sponsored by; no customer master means
      *>   nobody is billed through an employer.
       LoadSponsoringCustomers.
           OPEN INPUT CustomerMasterFile
           IF NOT CustomerMasterNotFound
               PERFORM ReadNextCustomer
               PERFORM LoadOneCustomer UNTIL CustomerMasterAtEnd
               CLOSE CustomerMasterFile
           END-IF.

       LoadOneCustomer.
           IF CustomerCount < CustomerMax
               ADD 1 TO CustomerCount
               MOVE CustomerId TO CstCustomerId(CustomerCount)
               MOVE CustomerName TO CstCustomerName(CustomerCount)
               MOVE TaxRate TO CstTaxRate(CustomerCount)
               MOVE BillingAccount
                   TO CstBillingAccount(CustomerCount)
           END-IF
           PERFORM ReadNextCustomer.

       ReadNextCustomer.
           READ CustomerMasterFile
               AT END MOVE "10" TO CustomerMasterStatus
           END-READ.

      *>   LoadProposedSchedule overlays the in-storage fee table
      *>   with the proposed rates under test, one line per member
      *>   type; a type the proposal does not mention keeps its
           MOVE ZERO TO SecondPortion
           MOVE ZERO TO DiscountForFee
           MOVE ZERO TO TaxForFee
           MOVE ZERO TO LoyaltyCreditForFee
           MOVE ZERO TO ReferralCreditForFee
           PERFORM FindMemberSponsor
           IF TypeChangeDay > ZERO
              AND NewMemberType NOT = SPACE
               PERFORM BillSplitPeriod
           ADD 1 TO MembersRead
           PERFORM ReadNextMember.

      *>   FindMemberSponsor sets SponsorIdx to the customer that
      *>   pays for this member, zero when the member pays their
      *>   own. A sponsor missing from CUSTMAST, or no room left to
      *>   hold the fee for the invoice, bills the member as before.
       FindMemberSponsor.
           MOVE ZERO TO SponsorIdx
           IF MmbSponsorCustomerId NOT = SPACES
               PERFORM MatchOneSponsor
                   VARYING CustomerIdx FROM 1 BY 1
                   UNTIL CustomerIdx > CustomerCount
                      OR SponsorIdx > ZERO
               IF SponsorIdx = ZERO
                   DISPLAY "MemberId " MemberId " sponsor "
                           MmbSponsorCustomerId
                           " not on CUSTMAST - billed to member"
               END-IF
               IF SponsorIdx > ZERO
                  AND SponsoredCount NOT < SponsoredMax
                   DISPLAY "MemberId " MemberId
                           " corporate table full - billed to member"
                   MOVE ZERO TO SponsorIdx
               END-IF
           END-IF.

       MatchOneSponsor.
           IF CstCustomerId(CustomerIdx) = MmbSponsorCustomerId
               MOVE CustomerIdx TO SponsorIdx
           END-IF.

       BillSingleTier.
           MOVE MemberType TO TypeToPrice
           PERFORM LookupFeeRate
               MULTIPLY Fees BY 1 GIVING TotalFees
               PERFORM ApplyProration
               PERFORM ApplyDiscount
               PERFORM ApplyLoyaltyCredit
               PERFORM ApplyReferralCredit
               PERFORM ApplySalesTax
               PERFORM WriteMemberFee
               ADD TotalFees TO GrandTotalFees
               MOVE NewTypeRate TO Fees
               MOVE EffectiveChangeDay TO SplitDayForFee
               PERFORM ApplyDiscount
               PERFORM ApplyLoyaltyCredit
               PERFORM ApplyReferralCredit
               PERFORM ApplySalesTax
               PERFORM WriteMemberFee
               ADD TotalFees TO GrandTotalFees
               SUBTRACT DiscountForFee FROM TotalFees
           END-IF.

      *>   ApplyLoyaltyCredit nets a pending points redemption off
      *>   what the discount left: the points requested, cut back
      *>   to the points still live and to what the charge can
      *>   absorb, at PointValue each. A charge already at zero
      *>   leaves the request pending for the next bill.
       ApplyLoyaltyCredit.
           IF LoyaltyFileOpen AND TotalFees > ZERO
               PERFORM TallyMemberPoints
               IF RedemptionPending
                   COMPUTE AffordablePoints = TotalFees / PointValue
                   MOVE PendingPoints TO RedeemPoints
                   IF AvailablePoints < RedeemPoints
                       MOVE AvailablePoints TO RedeemPoints
                   END-IF
                   IF AffordablePoints < RedeemPoints
                       MOVE AffordablePoints TO RedeemPoints
                   END-IF
                   COMPUTE LoyaltyCreditForFee ROUNDED =
                           RedeemPoints * PointValue
                       ON SIZE ERROR
                           CALL "OverflowCheck"
                               USING ProgramNameLiteral
                               "Loyalty credit calculation"
                               FeeOverflowReturnCode
                           END-CALL
                   END-COMPUTE
                   IF LoyaltyCreditForFee > TotalFees
                       MOVE TotalFees TO LoyaltyCreditForFee
                   END-IF
                   SUBTRACT LoyaltyCreditForFee FROM TotalFees
                   IF NOT SimulationMode
                       PERFORM SpendMemberPoints
                   END-IF
               END-IF
           END-IF.

      *>   TallyMemberPoints reads the member's ledger rows for the
      *>   points still live and the redemption waiting.
       TallyMemberPoints.
           MOVE "N" TO RedemptionPendingFlag
           MOVE ZERO TO PendingPoints
           MOVE ZERO TO AvailablePoints
           PERFORM StartMemberLedger
           PERFORM TallyOneLedgerRow
               UNTIL LoyaltyAtEnd OR LoyMemberId NOT = MemberId
           MOVE "00" TO LoyaltyFileStatus.

       TallyOneLedgerRow.
           IF LoyEarning AND LoyRemaining > ZERO
              AND LoyExpiryDate > TodayYYYYMMDD
               ADD LoyRemaining TO AvailablePoints
           END-IF
           IF LoyRedemption AND LoyRedeemPending
               MOVE "Y" TO RedemptionPendingFlag
               ADD LoyPoints TO PendingPoints
           END-IF
           PERFORM ReadNextLoyaltyRow.

      *>   SpendMemberPoints takes the redeemed points off the
      *>   oldest live earning rows first and marks the waiting
      *>   request credited against this period.
       SpendMemberPoints.
           MOVE RedeemPoints TO PointsToSpend
           PERFORM StartMemberLedger
           PERFORM SpendOneLedgerRow
               UNTIL LoyaltyAtEnd OR LoyMemberId NOT = MemberId
           MOVE "00" TO LoyaltyFileStatus.

       SpendOneLedgerRow.
           IF LoyEarning AND LoyRemaining > ZERO
              AND LoyExpiryDate > TodayYYYYMMDD
              AND PointsToSpend > ZERO
               MOVE LoyRemaining TO PointsFromRow
               IF PointsFromRow > PointsToSpend
                   MOVE PointsToSpend TO PointsFromRow
               END-IF
               SUBTRACT PointsFromRow FROM LoyRemaining
               SUBTRACT PointsFromRow FROM PointsToSpend
               REWRITE LoyaltyEntryRec
           END-IF
           IF LoyRedemption AND LoyRedeemPending
               MOVE "C" TO LoyRedeemState
               MOVE RedeemPoints TO LoyPointsRedeemed
               MOVE LoyaltyCreditForFee TO LoyCreditAmount
               MOVE BillMonth TO LoyBillMonth
               MOVE BillYear TO LoyBillYear
               REWRITE LoyaltyEntryRec
           END-IF
           PERFORM ReadNextLoyaltyRow.

       StartMemberLedger.
           MOVE "00" TO LoyaltyFileStatus
           MOVE MemberId TO LoyMemberId
           MOVE ZERO TO LoyEntryDate
           MOVE LOW-VALUE TO LoyEntryType
           MOVE ZERO TO LoyEntrySeq
           START LoyaltyFile KEY NOT LESS THAN LoyaltyKey
               INVALID KEY MOVE "10" TO LoyaltyFileStatus
           END-START
           IF NOT LoyaltyAtEnd
               PERFORM ReadNextLoyaltyRow
           END-IF.

       ReadNextLoyaltyRow.
           READ LoyaltyFile NEXT RECORD
               AT END MOVE "10" TO LoyaltyFileStatus
           END-READ.

      *>   ApplyReferralCredit nets the member's earned referral
      *>   credits off what the loyalty credit left, oldest
      *>   referral first, until the credits or the charge run out;
      *>   a credit the charge could not absorb waits on the ledger
      *>   for the next bill.
       ApplyReferralCredit.
           IF ReferralFileOpen AND TotalFees > ZERO
               MOVE "00" TO ReferralFileStatus
               MOVE MemberId TO RfrReferrerId
               START ReferralFile KEY IS EQUAL TO RfrReferrerId
                   INVALID KEY MOVE "10" TO ReferralFileStatus
               END-START
               IF NOT ReferralAtEnd
                   PERFORM ReadNextReferral
               END-IF
               PERFORM TakeOneReferralCredit
                   UNTIL ReferralAtEnd
                      OR RfrReferrerId NOT = MemberId
                      OR TotalFees = ZERO
               MOVE "00" TO ReferralFileStatus
           END-IF.

       TakeOneReferralCredit.
           IF RfrEarned
               COMPUTE CreditFromReferral =
                       RfrCreditAmount - RfrCreditApplied
               IF CreditFromReferral > TotalFees
                   MOVE TotalFees TO CreditFromReferral
               END-IF
               ADD CreditFromReferral TO ReferralCreditForFee
               SUBTRACT CreditFromReferral FROM TotalFees
               IF NOT SimulationMode
                   ADD CreditFromReferral TO RfrCreditApplied
                   IF RfrCreditApplied NOT < RfrCreditAmount
                       MOVE "C" TO RfrStatus
                   END-IF
                   MOVE BillMonth TO RfrCreditedMonth
                   MOVE BillYear TO RfrCreditedYear
                   REWRITE ReferralRec
               END-IF
           END-IF
           PERFORM ReadNextReferral.

       ReadNextReferral.
           READ ReferralFile NEXT RECORD
               AT END MOVE "10" TO ReferralFileStatus
           END-READ.

      *>   ApplySalesTax adds the tax in force for the billed period
      *>   onto what proration and discount left, unless the
      *>   member's type is on the rate's exemption list. The rate
      *>   chosen is the latest TAXRATE row not after the first of
      *>   the billed month. A sponsored member's fee is taxed on
      *>   the corporate invoice instead.
       ApplySalesTax.
           IF TaxFileOpen AND SponsorIdx = ZERO
               PERFORM ChooseTaxRateInForce
               IF TaxRateInForce AND TaxPctInForce > ZERO
                   PERFORM CheckMemberTaxExempt
               AT END MOVE "10" TO TaxRateStatus
           END-READ.

      *>   WriteMemberFee bills the member, or holds a sponsored
      *>   member's fee for the employer's invoice.
       WriteMemberFee.
           IF SponsorIdx > ZERO
               PERFORM HoldSponsoredFee
           ELSE
               PERFORM WriteOwnMemberFee
           END-IF.

       HoldSponsoredFee.
           ADD 1 TO SponsoredCount
           MOVE SponsorIdx TO SpdCustomerIdx(SponsoredCount)
           MOVE MemberId TO SpdMemberId(SponsoredCount)
           MOVE MmbMemberName TO SpdMemberName(SponsoredCount)
           MOVE BillYear TO SpdBillYear(SponsoredCount)
           MOVE BillMonth TO SpdBillMonth(SponsoredCount)
           MOVE TotalFees TO SpdNetFee(SponsoredCount)
           DISPLAY "MemberId " MemberId " fee = " TotalFees
                   " to customer " CstCustomerId(SponsorIdx).

       WriteOwnMemberFee.
           MOVE MemberId TO FeeMemberId
           MOVE Region TO FeeRegion
           MOVE BillMonth TO FeeBillMonth
           MOVE ZERO TO FeeAwardAmount
           MOVE DiscountForFee TO FeeDiscountAmount
           MOVE TaxForFee TO FeeTaxAmount
           MOVE LoyaltyCreditForFee TO FeeLoyaltyCredit
           MOVE ReferralCreditForFee TO FeeReferralCredit
           IF SimulationMode
               MOVE MemberFeeRec TO SimulationFeeRec
               WRITE SimulationFeeRec
           END-IF
           DISPLAY "MemberId " MemberId " fee = " TotalFees.

      *>   RaiseCorporateInvoices sorts the held fees into billing
      *>   account and period order and writes one invoice for
      *>   each. Billing accounts sit above every member number,
      *>   so the invoices follow the members on MEMBFEE and keep
      *>   it in MemberId order.
       RaiseCorporateInvoices.
           IF NOT SimulationMode
               OPEN EXTEND CorporateInvoiceFile
               OPEN OUTPUT CorporateAttachment
           END-IF
           SORT CorporateSortFile
               ON ASCENDING KEY CsrBillingAccount
                                CsrBillYear
                                CsrBillMonth
                                CsrMemberId
               INPUT PROCEDURE IS ReleaseSponsoredFees
               OUTPUT PROCEDURE IS InvoiceSortedFees
           IF NOT SimulationMode
               CLOSE CorporateInvoiceFile
               CLOSE CorporateAttachment
           END-IF.

       ReleaseSponsoredFees.
           PERFORM ReleaseOneSponsoredFee
               VARYING SponsoredIdx FROM 1 BY 1
               UNTIL SponsoredIdx > SponsoredCount.

       ReleaseOneSponsoredFee.
           MOVE SpdCustomerIdx(SponsoredIdx) TO CsrCustomerIdx
           MOVE CstBillingAccount(CsrCustomerIdx)
               TO CsrBillingAccount
           MOVE SpdBillYear(SponsoredIdx) TO CsrBillYear
           MOVE SpdBillMonth(SponsoredIdx) TO CsrBillMonth
           MOVE SpdMemberId(SponsoredIdx) TO CsrMemberId
           MOVE SpdMemberName(SponsoredIdx) TO CsrMemberName
           MOVE SpdNetFee(SponsoredIdx) TO CsrNetFee
           RELEASE CorporateSortRec.

       InvoiceSortedFees.
           MOVE "N" TO InvoiceStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneSponsoredFee UNTIL SortReturnAtEnd
           IF InvoiceStarted
               PERFORM CloseCorporateInvoice
           END-IF.

       ReturnOneSponsoredFee.
           RETURN CorporateSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM AddToCorporateInvoice
           END-RETURN.

       AddToCorporateInvoice.
           IF InvoiceStarted
              AND (CsrBillingAccount NOT = InvBillingAccount
                   OR CsrBillYear NOT = InvBillYear
                   OR CsrBillMonth NOT = InvBillMonth)
               PERFORM CloseCorporateInvoice
           END-IF
           IF NOT InvoiceStarted
               PERFORM OpenCorporateInvoice
           END-IF
           ADD 1 TO InvMemberCount
           ADD CsrNetFee TO InvNetAmount
           IF NOT SimulationMode
               MOVE CsrMemberId TO AtdMemberId
               MOVE CsrMemberName TO AtdMemberName
               MOVE CsrNetFee TO AtdNetFee
               WRITE CorporateAttachmentLine FROM AttachmentDetail
           END-IF.

       OpenCorporateInvoice.
           MOVE "Y" TO InvoiceStartedFlag
           MOVE CsrCustomerIdx TO InvCustomerIdx
           MOVE CsrBillingAccount TO InvBillingAccount
           MOVE CsrBillYear TO InvBillYear
           MOVE CsrBillMonth TO InvBillMonth
           MOVE ZERO TO InvMemberCount
           MOVE ZERO TO InvNetAmount
           IF NOT SimulationMode
               MOVE InvBillingAccount TO AthBillingAccount
               MOVE CstCustomerName(InvCustomerIdx)
                   TO AthCustomerName
               MOVE InvBillYear TO AthBillYear
               MOVE InvBillMonth TO AthBillMonth
               MOVE SPACES TO CorporateAttachmentLine
               WRITE CorporateAttachmentLine
               WRITE CorporateAttachmentLine FROM AttachmentHeading
               WRITE CorporateAttachmentLine FROM AttachmentColumns
           END-IF.

      *>   CloseCorporateInvoice taxes the invoice net at the
      *>   customer's rate and bills the total to the customer's
      *>   account on MEMBFEE (SIMFEE on a simulation).
       CloseCorporateInvoice.
           COMPUTE InvTaxAmount ROUNDED =
                   InvNetAmount * CstTaxRate(InvCustomerIdx)
           COMPUTE InvTotalAmount = InvNetAmount + InvTaxAmount
           MOVE InvBillingAccount TO FeeMemberId
           MOVE "CORP" TO FeeRegion
           MOVE InvBillMonth TO FeeBillMonth
           MOVE InvBillYear TO FeeBillYear
           COMPUTE FeeTotalFees = InvTotalAmount
               ON SIZE ERROR
                   CALL "OverflowCheck" USING ProgramNameLiteral
                       "Corporate invoice total"
                       FeeOverflowReturnCode
                   END-CALL
           END-COMPUTE
           MOVE InvNetAmount TO FeeFullFee
           MOVE ZERO TO FeeBilledDays
           MOVE ZERO TO FeeDaysInPeriod
           MOVE ZERO TO FeeSplitDay
           MOVE ZERO TO FeeFirstPortion
           MOVE ZERO TO FeeSecondPortion
           MOVE ZERO TO FeeRefundPct
           MOVE ZERO TO FeeRefundAmount
           MOVE ZERO TO FeeAwardAmount
           MOVE ZERO TO FeeDiscountAmount
           MOVE InvTaxAmount TO FeeTaxAmount
           MOVE ZERO TO FeeLoyaltyCredit
           MOVE ZERO TO FeeReferralCredit
           IF SimulationMode
               MOVE MemberFeeRec TO SimulationFeeRec
               WRITE SimulationFeeRec
           ELSE
               WRITE MemberFeeRec
               MOVE InvBillingAccount TO CivBillingAccount
               MOVE CstCustomerId(InvCustomerIdx) TO CivCustomerId
               MOVE CstCustomerName(InvCustomerIdx)
                   TO CivCustomerName
               MOVE InvBillYear TO CivBillYear
               MOVE InvBillMonth TO CivBillMonth
               MOVE TodayYYYYMMDD TO CivInvoiceDate
               MOVE InvMemberCount TO CivMemberCount
               MOVE InvNetAmount TO CivNetAmount
               MOVE CstTaxRate(InvCustomerIdx) TO CivTaxRate
               MOVE InvTaxAmount TO CivTaxAmount
               MOVE InvTotalAmount TO CivTotalAmount
               WRITE CorporateInvoiceRec
               MOVE InvMemberCount TO AttMemberCount
               MOVE InvNetAmount TO AttNetAmount
               MOVE InvTaxAmount TO AttTaxAmount
               MOVE InvTotalAmount TO AttTotalAmount
               WRITE CorporateAttachmentLine FROM AttachmentTotal
           END-IF
           ADD InvTaxAmount TO GrandTotalFees
               ON SIZE ERROR
                   CALL "OverflowCheck" USING ProgramNameLiteral
                       "GrandTotalFees accumulation"
                       FeeOverflowReturnCode
                   END-CALL
           END-ADD
           ADD 1 TO CorporateInvoicesRaised
           DISPLAY "Customer " CstCustomerId(InvCustomerIdx)
                   " invoice = " InvTotalAmount
           MOVE "N" TO InvoiceStartedFlag.

       ReadNextMember.
           READ MembershipFile
               AT END MOVE "10" TO MembershipFileStatus
