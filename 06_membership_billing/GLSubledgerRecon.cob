      *>   the week it happens, while somebody can still explain
      *>   it. The run is pointed by JCL at the period's paired
      *>   source and journal files, the PeriodEndClose pairing.
      *>   2026-10-15  REVFEE layout carries the loyalty credit now
      *>   on MEMFEE.
      *>   2026-10-15  Agency collections (AGYCOLL) reconcile too:
      *>   net cash, commission and the gross receivable credit.
      *>   2026-10-15  Card settlement fees and chargebacks
      *>   (CARDPOST) reconcile under their own four keys.
      *>   2026-10-15  REVFEE layout carries the referral credit
      *>   now on MEMFEE; it too is already net in the fee posted.
      *>   2026-10-15  Branch petty cash (PTYPOST) and approved
      *>   workshop invoice lines (WSINVPST) reconcile too. Their
      *>   debits go to the account of each expense or work
      *>   category, so each source's debits are proved as one
      *>   key (PTY*, WSC*) over whatever accounts the categories
      *>   map to; the till cash and trade creditor credits are
      *>   proved on their own keys.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovedRefundFile ASSIGN TO "REFUNDOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovedRefundStatus.
           SELECT AgencyCollectionFile ASSIGN TO "AGYCOLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AgencyCollectionStatus.
           SELECT CardPostingFile ASSIGN TO "CARDPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CardPostingStatus.
           SELECT PettyCashPostingFile ASSIGN TO "PTYPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PettyCashPostingStatus.
           SELECT WorkshopPostingFile ASSIGN TO "WSINVPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkshopPostingStatus.
           SELECT ReconReport ASSIGN TO "GLRECON"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD CashReceiptsFile.
       COPY CASHREC.
       FD ReversalFeeFile.
       01 ReversalFeeInRec PIC X(95).
       01 ReversalFeeDetail REDEFINES ReversalFeeInRec.
           02 RevMemberId PIC 9(6).
           02 RevRegion PIC X(4).
           02 RevAwardAmount PIC 9(5)V99.
           02 RevDiscountAmount PIC 9(5)V99.
           02 RevTaxAmount PIC 9(5)V99.
           02 RevLoyaltyCredit PIC 9(5)V99.
           02 RevReferralCredit PIC 9(5)V99.
       FD WriteOffFile.
       COPY WRITEOFF.
       FD ApprovedRefundFile.
       COPY REFUND.
       FD AgencyCollectionFile.
       COPY AGYCOLL.
       FD CardPostingFile.
       COPY CARDPOST.
       FD PettyCashPostingFile.
       COPY PTYCLAIM.
       FD WorkshopPostingFile.
       COPY SUPINV.
       FD ReconReport.
       01 ReconLine PIC X(78).
       WORKING-STORAGE SECTION.
       01 ApprovedRefundStatus PIC XX VALUE "00".
           88 ApprovedRefundAtEnd VALUE "10".
           88 ApprovedRefundNotFound VALUE "35".
       01 AgencyCollectionStatus PIC XX VALUE "00".
           88 AgencyCollectionAtEnd VALUE "10".
           88 AgencyCollectionNotFound VALUE "35".
       01 CardPostingStatus PIC XX VALUE "00".
           88 CardPostingAtEnd VALUE "10".
           88 CardPostingNotFound VALUE "35".
       01 PettyCashPostingStatus PIC XX VALUE "00".
           88 PettyCashPostingAtEnd VALUE "10".
           88 PettyCashPostingNotFound VALUE "35".
       01 WorkshopPostingStatus PIC XX VALUE "00".
           88 WorkshopPostingAtEnd VALUE "10".
           88 WorkshopPostingNotFound VALUE "35".
      *>   The posting keys the extract writes, with the side and
      *>   source each posts under, the account GLACCMAP maps it
      *>   to, the subledger expectation and the journal actual.
      *>   A key ending "*" stands for every category key of its
      *>   source and takes that side's lines on any account.
       01 KeyCount PIC 9(2) VALUE 24.
       01 KeySeedValues.
           02 FILLER PIC X(10) VALUE "FEEDR   DF".
           02 FILLER PIC X(10) VALUE "FEECR   CF".
           02 FILLER PIC X(10) VALUE "REFDR   DU".
           02 FILLER PIC X(10) VALUE "REFCR   CU".
           02 FILLER PIC X(10) VALUE "REVTAXDRDR".
           02 FILLER PIC X(10) VALUE "AGYCSHDRDA".
           02 FILLER PIC X(10) VALUE "AGYCOMDRDA".
           02 FILLER PIC X(10) VALUE "AGYCR   CA".
           02 FILLER PIC X(10) VALUE "CRDFEEDRDK".
           02 FILLER PIC X(10) VALUE "CRDFEECRCK".
           02 FILLER PIC X(10) VALUE "CBKDR   DB".
           02 FILLER PIC X(10) VALUE "CBKCR   CB".
           02 FILLER PIC X(10) VALUE "PTY*    DP".
           02 FILLER PIC X(10) VALUE "PTYCSHCRCP".
           02 FILLER PIC X(10) VALUE "WSC*    DS".
           02 FILLER PIC X(10) VALUE "WSCREDCRCS".
           02 FILLER PIC X(10) VALUE "SUSPENSE  ".
       01 KeySeedTable REDEFINES KeySeedValues.
           02 KeySeedEntry OCCURS 24 TIMES.
               03 SeedPostingKey PIC X(8).
               03 SeedCategoryKey REDEFINES SeedPostingKey.
                   04 FILLER PIC X(3).
                   04 SeedAllCategories PIC X.
                       88 SeedEveryCategory VALUE "*".
                   04 FILLER PIC X(4).
               03 SeedSide PIC X.
               03 SeedSourceTag PIC X.
       01 KeyWorkTable.
           02 KeyWorkEntry OCCURS 24 TIMES.
               03 KwkAccount PIC X(8).
               03 KwkExpected PIC 9(11)V99.
               03 KwkPosted PIC 9(11)V99.
       01 ReversalTaxTotal PIC 9(11)V99 VALUE ZERO.
       01 WriteOffTotal PIC 9(11)V99 VALUE ZERO.
       01 RefundTotal PIC 9(11)V99 VALUE ZERO.
       01 AgencyCollectedTotal PIC 9(11)V99 VALUE ZERO.
       01 AgencyCommissionTotal PIC 9(11)V99 VALUE ZERO.
       01 CardFeeTotal PIC 9(11)V99 VALUE ZERO.
       01 ChargebackTotal PIC 9(11)V99 VALUE ZERO.
       01 PettyCashTotal PIC 9(11)V99 VALUE ZERO.
       01 WorkshopTotal PIC 9(11)V99 VALUE ZERO.
       01 KeysFailed PIC 9(2) VALUE ZERO.
       01 RecordsRead PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "GLSubledgerRecon".
           MOVE "99999999" TO KwkAccount(KeyIdx)
           MOVE ZERO TO KwkExpected(KeyIdx)
           MOVE ZERO TO KwkPosted(KeyIdx)
           IF SeedEveryCategory(KeyIdx)
               MOVE "VARIOUS " TO KwkAccount(KeyIdx)
           END-IF
           IF MapFileOpen
              AND SeedPostingKey(KeyIdx) NOT = "SUSPENSE"
              AND NOT SeedEveryCategory(KeyIdx)
               MOVE SeedPostingKey(KeyIdx) TO MapPostingKey
               READ GLAccountMapFile
                   INVALID KEY
               PERFORM ReadNextRefund
               PERFORM AddOneRefund UNTIL ApprovedRefundAtEnd
               CLOSE ApprovedRefundFile
           END-IF
           OPEN INPUT AgencyCollectionFile
           IF AgencyCollectionNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextAgencyCollection
               PERFORM AddOneAgencyCollection
                   UNTIL AgencyCollectionAtEnd
               CLOSE AgencyCollectionFile
           END-IF
           OPEN INPUT CardPostingFile
           IF CardPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextCardPosting
               PERFORM AddOneCardPosting UNTIL CardPostingAtEnd
               CLOSE CardPostingFile
           END-IF
           OPEN INPUT PettyCashPostingFile
           IF PettyCashPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextPettyCash
               PERFORM AddOnePettyCash UNTIL PettyCashPostingAtEnd
               CLOSE PettyCashPostingFile
           END-IF
           OPEN INPUT WorkshopPostingFile
           IF WorkshopPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextWorkshopPosting
               PERFORM AddOneWorkshopPosting
                   UNTIL WorkshopPostingAtEnd
               CLOSE WorkshopPostingFile
           END-IF.

       AddOneFee.
           ADD RfdAmount TO RefundTotal
           PERFORM ReadNextRefund.

       AddOneAgencyCollection.
           ADD 1 TO RecordsRead
           ADD AgcCollectedAmount TO AgencyCollectedTotal
           ADD AgcCommission TO AgencyCommissionTotal
           PERFORM ReadNextAgencyCollection.

       AddOneCardPosting.
           ADD 1 TO RecordsRead
           IF CrpAcquirerFee
               ADD CrpAmount TO CardFeeTotal
           END-IF
           IF CrpChargeback
               ADD CrpAmount TO ChargebackTotal
           END-IF
           PERFORM ReadNextCardPosting.

       AddOnePettyCash.
           ADD 1 TO RecordsRead
           ADD PtcAmount TO PettyCashTotal
           PERFORM ReadNextPettyCash.

       AddOneWorkshopPosting.
           ADD 1 TO RecordsRead
           ADD SinAmount TO WorkshopTotal
           PERFORM ReadNextWorkshopPosting.

      *>   AccumulateJournal matches each journal line to its
      *>   posting key by source, side and mapped account, so two
      *>   keys sharing an account still reconcile separately.
                       MOVE "W" TO SourceForLine
                   WHEN "REFUNDOK"
                       MOVE "U" TO SourceForLine
                   WHEN "AGYCOLL "
                       MOVE "A" TO SourceForLine
                   WHEN "CARDFEE "
                       MOVE "K" TO SourceForLine
                   WHEN "CHARGBK "
                       MOVE "B" TO SourceForLine
                   WHEN "PETTYCSH"
                       MOVE "P" TO SourceForLine
                   WHEN "WORKSHOP"
                       MOVE "S" TO SourceForLine
                   WHEN OTHER
                       MOVE "?" TO SourceForLine
               END-EVALUATE
       MatchLineToKey.
           IF SeedSourceTag(KeyIdx) = SourceForLine
              AND SeedSide(KeyIdx) = JrnDebitCredit
              AND (KwkAccount(KeyIdx) = JrnAccountCode
                OR SeedEveryCategory(KeyIdx))
               ADD JrnAmount TO KwkPosted(KeyIdx)
           END-IF.

      *>   income credit is gross less tax, the tax credit is the
      *>   tax; the reversal mirrors that split (net back out of
      *>   income, tax back out of the liability, gross off
      *>   receivables); an agency collection splits the gross
      *>   credit into net cash and commission debits; the other
      *>   pairs post their file's total both sides, the petty cash
      *>   and workshop debits summed over their categories.
       AssignExpectations.
           MOVE FeeGrossTotal TO KwkExpected(1)
           COMPUTE KwkExpected(2) = FeeGrossTotal - FeeTaxTotal
           MOVE RefundTotal TO KwkExpected(10)
           MOVE RefundTotal TO KwkExpected(11)
           MOVE ReversalTaxTotal TO KwkExpected(12)
           COMPUTE KwkExpected(13) =
                   AgencyCollectedTotal - AgencyCommissionTotal
           MOVE AgencyCommissionTotal TO KwkExpected(14)
           MOVE AgencyCollectedTotal TO KwkExpected(15)
           MOVE CardFeeTotal TO KwkExpected(16)
           MOVE CardFeeTotal TO KwkExpected(17)
           MOVE ChargebackTotal TO KwkExpected(18)
           MOVE ChargebackTotal TO KwkExpected(19)
           MOVE PettyCashTotal TO KwkExpected(20)
           MOVE PettyCashTotal TO KwkExpected(21)
           MOVE WorkshopTotal TO KwkExpected(22)
           MOVE WorkshopTotal TO KwkExpected(23)
           MOVE ZERO TO KwkExpected(24).

       ReportOneKey.
           IF SeedPostingKey(KeyIdx) = "SUSPENSE"
               AT END MOVE "10" TO WriteOffStatus
           END-READ.

       ReadNextAgencyCollection.
           READ AgencyCollectionFile
               AT END MOVE "10" TO AgencyCollectionStatus
           END-READ.

       ReadNextCardPosting.
           READ CardPostingFile
               AT END MOVE "10" TO CardPostingStatus
           END-READ.

       ReadNextPettyCash.
           READ PettyCashPostingFile
               AT END MOVE "10" TO PettyCashPostingStatus
           END-READ.

       ReadNextWorkshopPosting.
           READ WorkshopPostingFile
               AT END MOVE "10" TO WorkshopPostingStatus
           END-READ.

       ReadNextRefund.
           READ ApprovedRefundFile
               AT END MOVE "10" TO ApprovedRefundStatus
