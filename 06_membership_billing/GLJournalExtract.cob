      *>   receivables gross (REVCR) - a reversal no longer
      *>   strands the reversed run's tax in the liability
      *>   account.
      *>   2026-10-15  REVFEE layout carries the loyalty credit now
      *>   on MEMFEE; the credit is already net in the fee posted.
      *>   2026-10-15  Collections a debt agency recovered on placed
      *>   arrears (AGYCOLL) post as debit cash for the net the
      *>   agency remits (AGYCSHDR), debit collection costs for its
      *>   commission (AGYCOMDR), credit receivables gross (AGYCR).
      *>   2026-10-15  Card settlement postings (CARDPOST): acquirer
      *>   fees debit card charges / credit bank (CRDFEEDR/CRDFEECR)
      *>   and chargebacks debit receivables / credit bank
      *>   (CBKDR/CBKCR).
      *>   2026-10-15  REVFEE layout carries the referral credit
      *>   now on MEMFEE; it too is already net in the fee posted.
      *>   2026-10-15  Branch petty cash claims (PTYPOST) post as
      *>   debit the expense account of each category (key "PTY"
      *>   + category) / credit branch till cash (PTYCSHCR).
      *>   2026-10-15  Approved workshop invoice lines (WSINVPST)
      *>   post as debit fleet maintenance by work category (key
      *>   "WSC" + category) / credit trade creditors (WSCREDCR).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WriteOffFile ASSIGN TO "WOFFDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffStatus.
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
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD ApprovedRefundFile.
       COPY REFUND.
       FD WriteOffFile.
       COPY WRITEOFF.
       FD AgencyCollectionFile.
       COPY AGYCOLL.
       FD CardPostingFile.
       COPY CARDPOST.
       FD PettyCashPostingFile.
       COPY PTYCLAIM.
       FD WorkshopPostingFile.
       COPY SUPINV.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD GLJournalFile.
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
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapFileOpenFlag PIC X VALUE "N".
       01 ReversalNetTotal PIC 9(9)V99 VALUE ZERO.
       01 WriteOffTotal PIC 9(9)V99 VALUE ZERO.
       01 RefundTotal PIC 9(9)V99 VALUE ZERO.
       01 AgencyCollectedTotal PIC 9(9)V99 VALUE ZERO.
       01 AgencyCommissionTotal PIC 9(9)V99 VALUE ZERO.
       01 AgencyNetTotal PIC 9(9)V99 VALUE ZERO.
       01 CardFeeTotal PIC 9(9)V99 VALUE ZERO.
       01 ChargebackTotal PIC 9(9)V99 VALUE ZERO.
      *>   Petty cash per expense category; a category past the
      *>   table's twenty posts with the last one rather than drop.
       01 PettyCashTotal PIC 9(9)V99 VALUE ZERO.
       01 CategoryMax PIC 9(2) VALUE 20.
       01 CategoryCount PIC 9(2) VALUE ZERO.
       01 CategoryTable.
           02 CategoryEntry OCCURS 20 TIMES.
               03 CatCategory PIC X(4).
               03 CatAmount PIC 9(9)V99.
       01 CategoryIdx PIC 9(2) COMP VALUE ZERO.
       01 CategoryFoundFlag PIC X VALUE "N".
           88 CategoryFound VALUE "Y".
      *>   Workshop invoices per SVCHIST work category.
       01 WorkshopTotal PIC 9(9)V99 VALUE ZERO.
       01 WorkCategoryMax PIC 9(2) VALUE 10.
       01 WorkCategoryCount PIC 9(2) VALUE ZERO.
       01 WorkCategoryTable.
           02 WorkCategoryEntry OCCURS 10 TIMES.
               03 WkcCategory PIC X(2).
               03 WkcAmount PIC 9(9)V99.
       01 DebitTotal PIC 9(11)V99 VALUE ZERO.
       01 CreditTotal PIC 9(11)V99 VALUE ZERO.
       01 LinesWritten PIC 9(7) VALUE ZERO.
           PERFORM TotalReversals
           PERFORM TotalWriteOffs
           PERFORM TotalRefunds
           PERFORM TotalAgencyCollections
           PERFORM TotalCardPostings
           PERFORM TotalPettyCash
           PERFORM TotalWorkshopInvoices
           PERFORM PostBillingJournals
           PERFORM PostCashJournals
           PERFORM PostReversalJournals
           PERFORM PostWriteOffJournals
           PERFORM PostRefundJournals
           PERFORM PostAgencyJournals
           PERFORM PostCardJournals
           PERFORM PostPettyCashJournals
           PERFORM PostWorkshopJournals
           PERFORM WriteJournalTrailer
           IF MapFileOpen
               CLOSE GLAccountMapFile
           ADD RfdAmount TO RefundTotal
           PERFORM ReadNextApprovedRefund.

      *>   A missing AGYCOLL just means no agency collections were
      *>   posted this period.
       TotalAgencyCollections.
           OPEN INPUT AgencyCollectionFile
           IF AgencyCollectionNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextAgencyCollection
               PERFORM AddOneAgencyCollection
                   UNTIL AgencyCollectionAtEnd
               CLOSE AgencyCollectionFile
           END-IF.

       AddOneAgencyCollection.
           ADD AgcCollectedAmount TO AgencyCollectedTotal
           ADD AgcCommission TO AgencyCommissionTotal
           PERFORM ReadNextAgencyCollection.

      *>   A missing CARDPOST just means no card settlement was
      *>   imported this period.
       TotalCardPostings.
           OPEN INPUT CardPostingFile
           IF CardPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextCardPosting
               PERFORM AddOneCardPosting UNTIL CardPostingAtEnd
               CLOSE CardPostingFile
           END-IF.

       AddOneCardPosting.
           IF CrpAcquirerFee
               ADD CrpAmount TO CardFeeTotal
           END-IF
           IF CrpChargeback
               ADD CrpAmount TO ChargebackTotal
           END-IF
           PERFORM ReadNextCardPosting.

       PostBillingJournals.
           IF BillingTotal > ZERO
               MOVE BillingTotal TO PostingAmount
               PERFORM WriteCreditLine
           END-IF.

      *>   An agency collection clears the receivable gross; the
      *>   agency keeps its commission, so cash takes the net and
      *>   collection costs the commission - two debits proving
      *>   against the one credit.
       PostAgencyJournals.
           IF AgencyCollectedTotal > ZERO
               MOVE "AGYCOLL " TO PostingSource
               COMPUTE AgencyNetTotal =
                       AgencyCollectedTotal - AgencyCommissionTotal
               IF AgencyNetTotal > ZERO
                   MOVE AgencyNetTotal TO PostingAmount
                   MOVE "AGYCSHDR" TO MapPostingKey
                   PERFORM WriteDebitLine
               END-IF
               IF AgencyCommissionTotal > ZERO
                   MOVE AgencyCommissionTotal TO PostingAmount
                   MOVE "AGYCOMDR" TO MapPostingKey
                   PERFORM WriteDebitLine
               END-IF
               MOVE AgencyCollectedTotal TO PostingAmount
               MOVE "AGYCR   " TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

      *>   The acquirer's fees are a bank charge against the card
      *>   takings; a chargeback takes the receipt's money back out
      *>   of the bank and reopens the receivable.
       PostCardJournals.
           IF CardFeeTotal > ZERO
               MOVE CardFeeTotal TO PostingAmount
               MOVE "CARDFEE " TO PostingSource
               MOVE "CRDFEEDR" TO MapPostingKey
               PERFORM WriteDebitLine
               MOVE "CRDFEECR" TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF
           IF ChargebackTotal > ZERO
               MOVE ChargebackTotal TO PostingAmount
               MOVE "CHARGBK " TO PostingSource
               MOVE "CBKDR   " TO MapPostingKey
               PERFORM WriteDebitLine
               MOVE "CBKCR   " TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

      *>   A missing PTYPOST just means no branch paid petty cash
      *>   this period.
       TotalPettyCash.
           OPEN INPUT PettyCashPostingFile
           IF PettyCashPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextPettyCash
               PERFORM AddOnePettyCash UNTIL PettyCashPostingAtEnd
               CLOSE PettyCashPostingFile
           END-IF.

       AddOnePettyCash.
           MOVE "N" TO CategoryFoundFlag
           PERFORM ScanOneCategory
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount OR CategoryFound
           IF CategoryFound
               SUBTRACT 1 FROM CategoryIdx
           ELSE
               IF CategoryCount < CategoryMax
                   ADD 1 TO CategoryCount
                   MOVE PtcCategory TO CatCategory(CategoryCount)
                   MOVE ZERO TO CatAmount(CategoryCount)
               END-IF
               MOVE CategoryCount TO CategoryIdx
           END-IF
           ADD PtcAmount TO CatAmount(CategoryIdx)
           ADD PtcAmount TO PettyCashTotal
           PERFORM ReadNextPettyCash.

       ScanOneCategory.
           IF CatCategory(CategoryIdx) = PtcCategory
               MOVE "Y" TO CategoryFoundFlag
           END-IF.

      *>   Each category's claims debit its own expense account;
      *>   the till cash they came out of takes the one credit.
       PostPettyCashJournals.
           IF PettyCashTotal > ZERO
               MOVE "PETTYCSH" TO PostingSource
               PERFORM PostOneCategory
                   VARYING CategoryIdx FROM 1 BY 1
                   UNTIL CategoryIdx > CategoryCount
               MOVE PettyCashTotal TO PostingAmount
               MOVE "PTYCSHCR" TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

       PostOneCategory.
           IF CatAmount(CategoryIdx) > ZERO
               MOVE CatAmount(CategoryIdx) TO PostingAmount
               MOVE SPACES TO MapPostingKey
               STRING "PTY" CatCategory(CategoryIdx)
                   DELIMITED BY SIZE INTO MapPostingKey
               PERFORM WriteDebitLine
           END-IF.

      *>   A missing WSINVPST just means no garage invoice was
      *>   approved this period.
       TotalWorkshopInvoices.
           OPEN INPUT WorkshopPostingFile
           IF WorkshopPostingNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextWorkshopPosting
               PERFORM AddOneWorkshopPosting
                   UNTIL WorkshopPostingAtEnd
               CLOSE WorkshopPostingFile
           END-IF.

       AddOneWorkshopPosting.
           MOVE "N" TO CategoryFoundFlag
           PERFORM ScanOneWorkCategory
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > WorkCategoryCount
                  OR CategoryFound
           IF CategoryFound
               SUBTRACT 1 FROM CategoryIdx
           ELSE
               IF WorkCategoryCount < WorkCategoryMax
                   ADD 1 TO WorkCategoryCount
                   MOVE SinWorkCategory
                       TO WkcCategory(WorkCategoryCount)
                   MOVE ZERO TO WkcAmount(WorkCategoryCount)
               END-IF
               MOVE WorkCategoryCount TO CategoryIdx
           END-IF
           ADD SinAmount TO WkcAmount(CategoryIdx)
           ADD SinAmount TO WorkshopTotal
           PERFORM ReadNextWorkshopPosting.

       ScanOneWorkCategory.
           IF WkcCategory(CategoryIdx) = SinWorkCategory
               MOVE "Y" TO CategoryFoundFlag
           END-IF.

      *>   Each work category debits its own maintenance account;
      *>   the garages are owed the total.
       PostWorkshopJournals.
           IF WorkshopTotal > ZERO
               MOVE "WORKSHOP" TO PostingSource
               PERFORM PostOneWorkCategory
                   VARYING CategoryIdx FROM 1 BY 1
                   UNTIL CategoryIdx > WorkCategoryCount
               MOVE WorkshopTotal TO PostingAmount
               MOVE "WSCREDCR" TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

       PostOneWorkCategory.
           IF WkcAmount(CategoryIdx) > ZERO
               MOVE WkcAmount(CategoryIdx) TO PostingAmount
               MOVE SPACES TO MapPostingKey
               STRING "WSC" WkcCategory(CategoryIdx)
                   DELIMITED BY SIZE INTO MapPostingKey
               PERFORM WriteDebitLine
           END-IF.

      *>   LookupMappedAccount finds the posting account for the key
      *>   in MapPostingKey; an unmapped key posts to the suspense
      *>   account 99999999 so the imbalance is visible in the
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

       ReadNextApprovedRefund.
           READ ApprovedRefundFile
               AT END MOVE "10" TO ApprovedRefundStatus
