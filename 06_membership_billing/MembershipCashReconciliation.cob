      *>   the full bill, so an agreed partial payment stops showing
      *>   as an underpayment; an installment whose due date has
      *>   passed unpaid comes out on the MISSEDIN report.
      *>   2026-10-15  A bill paid in full - exactly or over - is
      *>   written to LOYPAID for the loyalty points update to earn
      *>   points on; installment plans and part payments earn none.
      *>   2026-10-15  The same bill paid in full is counted on the
      *>   new member's REFERRAL row, once per billed period, so
      *>   the monthly referral credit run knows when a referred
      *>   member has paid enough bills to earn the referrer a
      *>   credit. No REFERRAL on file means no referrals yet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS PaymentPlanStatus.
           SELECT MissedInstallmentReport ASSIGN TO "MISSEDIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LoyaltyPaidFile ASSIGN TO "LOYPAID"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReferralFile ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RfrReferredId
               ALTERNATE RECORD KEY IS RfrReferrerId
                   WITH DUPLICATES
               FILE STATUS IS ReferralStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MemberFeeFile.
       COPY PAYPLAN.
       FD MissedInstallmentReport.
       01 MissedInstallmentLine PIC X(70).
       FD LoyaltyPaidFile.
       COPY LOYPAID.
       FD ReferralFile.
       COPY REFERRAL.
       WORKING-STORAGE SECTION.
       01 MemberFeeStatus PIC XX VALUE "00".
           88 MemberFeeAtEnd VALUE "10".
       01 RefundAmount PIC 9(5)V99 VALUE ZERO.
       01 RefundsGenerated PIC 9(5) VALUE ZERO.
       01 RefundsHeld PIC 9(5) VALUE ZERO.
       01 LoyaltyPaidWritten PIC 9(5) VALUE ZERO.
       01 ReferralStatus PIC XX VALUE "00".
           88 ReferralNotFound VALUE "35".
       01 ReferralOpenFlag PIC X VALUE "N".
           88 ReferralFileOpen VALUE "Y".
       01 PaidPeriod PIC 9(6) VALUE ZERO.
       01 ReferralBillsCounted PIC 9(5) VALUE ZERO.
       01 RefundRegisterDetail.
           02 RfgMemberId PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           OPEN OUTPUT RefundTranFile
           OPEN OUTPUT RefundRegister
           OPEN OUTPUT MissedInstallmentReport
           OPEN OUTPUT LoyaltyPaidFile
           MOVE "Y" TO ReferralOpenFlag
           OPEN I-O ReferralFile
           IF ReferralNotFound
               MOVE "N" TO ReferralOpenFlag
           END-IF
           MOVE "MISSED INSTALLMENTS" TO MissedInstallmentLine
           WRITE MissedInstallmentLine
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           CLOSE RefundTranFile
           CLOSE RefundRegister
           CLOSE MissedInstallmentReport
           CLOSE LoyaltyPaidFile
           IF ReferralFileOpen
               CLOSE ReferralFile
           END-IF
           IF PlanFileOpen
               CLOSE PaymentPlanFile
           END-IF
           DISPLAY "Refunds generated = " RefundsGenerated
           DISPLAY "Refunds held      = " RefundsHeld
           DISPLAY "Paid for loyalty  = " LoyaltyPaidWritten
           DISPLAY "Referral bills    = " ReferralBillsCounted
           STOP RUN.

       MatchFeeAndReceipt.
           EVALUATE TRUE
               WHEN RcnDifference = 0
                   MOVE "PAID IN FULL" TO RcnRemark
                   PERFORM WriteLoyaltyPaid
               WHEN RcnDifference > 0
                   MOVE "REFUND DUE" TO RcnRemark
                   PERFORM GenerateRefund
                   PERFORM WriteLoyaltyPaid
               WHEN PlanFound
                   MOVE CashAmountReceived TO ReceivedForPlan
                   PERFORM MatchAgainstSchedule
           MOVE ReconDetailLine TO ReconLine
           WRITE ReconLine.

      *>   WriteLoyaltyPaid passes a bill settled in full to the
      *>   loyalty points update; the points are earned on the bill,
      *>   not on any overpayment being refunded.
       WriteLoyaltyPaid.
           MOVE FeeMemberId TO LpdMemberId
           MOVE FeeBillMonth TO LpdBillMonth
           MOVE FeeBillYear TO LpdBillYear
           MOVE FeeTotalFees TO LpdAmountPaid
           WRITE LoyaltyPaidRec
           ADD 1 TO LoyaltyPaidWritten
           IF ReferralFileOpen
               PERFORM CountReferralBillPaid
           END-IF.

      *>   CountReferralBillPaid adds the bill to a referred member's
      *>   count while the referral still waits to be earned; a
      *>   period at or before the last one counted is a rerun and
      *>   is not counted again.
       CountReferralBillPaid.
           MOVE FeeMemberId TO RfrReferredId
           READ ReferralFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE PaidPeriod =
                           FeeBillYear * 100 + FeeBillMonth
                   IF RfrPending AND PaidPeriod > RfrLastPaidPeriod
                       ADD 1 TO RfrBillsPaid
                       MOVE PaidPeriod TO RfrLastPaidPeriod
                       REWRITE ReferralRec
                       ADD 1 TO ReferralBillsCounted
                   END-IF
           END-READ.

      *>   LookupPaymentPlan finds the installment plan, if any, for
      *>   the billed member and period in hand.
       LookupPaymentPlan.
