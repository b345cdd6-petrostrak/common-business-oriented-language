      *>   lines, so the run is pointed by JCL at the period's own
      *>   MEMBFEE/CASHRECV/REFUNDOK generations and GLJRNL file -
      *>   the same pairing the extract was run with.
      *>   2026-10-15  Two further legs prove the deferred revenue
      *>               schedule: fees deferred out of the period
      *>               (DEFSCHED shares billed in it) against the
      *>               DEFERRAL debits, and shares released into
      *>               it against the DEFREL debits. No DEFSCHED
      *>               on file proves both legs at zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJournalStatus.
           SELECT DeferralFile ASSIGN TO "DEFSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DeferralKey
               FILE STATUS IS DeferralStatus.
           SELECT CloseReport ASSIGN TO "PCLOSERP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY REFUND.
       FD GLJournalFile.
       COPY GLJRNL.
       FD DeferralFile.
       COPY DEFSCHED.
       FD CloseReport.
       01 CloseLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 GLJournalStatus PIC XX VALUE "00".
           88 GLJournalAtEnd VALUE "10".
           88 GLJournalNotFound VALUE "35".
       01 DeferralStatus PIC XX VALUE "00".
           88 DeferralAtEnd VALUE "10".
           88 DeferralNotFound VALUE "35".
       COPY STDDATE.
       01 ClosingYear PIC 9(4) VALUE ZERO.
       01 ClosingMonth PIC 9(2) VALUE ZERO.
       01 FeeSubTotal PIC 9(11)V99 VALUE ZERO.
       01 CashSubTotal PIC 9(11)V99 VALUE ZERO.
       01 RefundSubTotal PIC 9(11)V99 VALUE ZERO.
       01 DeferredSubTotal PIC 9(11)V99 VALUE ZERO.
       01 ReleasedSubTotal PIC 9(11)V99 VALUE ZERO.
       01 FeeJournalTotal PIC 9(11)V99 VALUE ZERO.
       01 CashJournalTotal PIC 9(11)V99 VALUE ZERO.
       01 RefundJournalTotal PIC 9(11)V99 VALUE ZERO.
       01 DeferredJournalTotal PIC 9(11)V99 VALUE ZERO.
       01 ReleasedJournalTotal PIC 9(11)V99 VALUE ZERO.
       01 ProofOkFlag PIC X VALUE "Y".
           88 PeriodProves VALUE "Y".
       01 SubAmountWork PIC 9(11)V99 VALUE ZERO.
           MOVE RefundSubTotal TO SubAmountWork
           MOVE RefundJournalTotal TO JrnAmountWork
           PERFORM ProveOneLeg
           MOVE "DEFERRED  " TO PrfLegName
           MOVE DeferredSubTotal TO SubAmountWork
           MOVE DeferredJournalTotal TO JrnAmountWork
           PERFORM ProveOneLeg
           MOVE "RELEASED  " TO PrfLegName
           MOVE ReleasedSubTotal TO SubAmountWork
           MOVE ReleasedJournalTotal TO JrnAmountWork
           PERFORM ProveOneLeg
           IF PeriodProves
               PERFORM FlipPeriodClosed
               ADD 1 TO PeriodsClosed
               PERFORM AddOneRefund UNTIL ApprovedRefundAtEnd
               CLOSE ApprovedRefundFile
           END-IF
           MOVE "00" TO ApprovedRefundStatus
           MOVE ZERO TO DeferredSubTotal
           MOVE ZERO TO ReleasedSubTotal
           OPEN INPUT DeferralFile
           IF DeferralNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextDeferral
               PERFORM AddOneDeferral UNTIL DeferralAtEnd
               CLOSE DeferralFile
           END-IF
           MOVE "00" TO DeferralStatus.

       AddOneFee.
           IF FeeBillYear = ClosingYear
           END-IF
           PERFORM ReadNextRefund.

      *>   AddOneDeferral - a share counts to the deferred leg of
      *>   the month its fee was billed and, once released, to the
      *>   released leg of the month it was posted in.
       AddOneDeferral.
           IF DsmBillYear = ClosingYear
              AND DsmBillMonth = ClosingMonth
               ADD DsmAmount TO DeferredSubTotal
           END-IF
           IF DsmReleased
              AND DsmPostedYear = ClosingYear
              AND DsmPostedMonth = ClosingMonth
               ADD DsmAmount TO ReleasedSubTotal
           END-IF
           PERFORM ReadNextDeferral.

      *>   AccumulateJournal takes the ledger side from the GLJRNL
      *>   debit lines by posting source - the same lines finance
      *>   loaded.
           MOVE ZERO TO FeeJournalTotal
           MOVE ZERO TO CashJournalTotal
           MOVE ZERO TO RefundJournalTotal
           MOVE ZERO TO DeferredJournalTotal
           MOVE ZERO TO ReleasedJournalTotal
           OPEN INPUT GLJournalFile
           IF GLJournalNotFound
               CONTINUE
                       ADD JrnAmount TO CashJournalTotal
                   WHEN "REFUNDOK"
                       ADD JrnAmount TO RefundJournalTotal
                   WHEN "DEFERRAL"
                       ADD JrnAmount TO DeferredJournalTotal
                   WHEN "DEFREL  "
                       ADD JrnAmount TO ReleasedJournalTotal
               END-EVALUATE
           END-IF
           PERFORM ReadNextJournal.
           READ GLJournalFile
               AT END MOVE "10" TO GLJournalStatus
           END-READ.

       ReadNextDeferral.
           READ DeferralFile NEXT RECORD
               AT END MOVE "10" TO DeferralStatus
           END-READ.
