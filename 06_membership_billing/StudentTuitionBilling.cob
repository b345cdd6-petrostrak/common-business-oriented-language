      *>   record carries gross, refund, award and net so the
      *>   statement shows the workings instead of the bursar
      *>   refunding aided students by hand.
      *>   2026-10-15  Tuition bills carry a zero loyalty credit.
      *>   2026-10-15  Tuition bills carry a zero referral credit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE AwardTotal TO FeeAwardAmount
           MOVE ZERO TO FeeDiscountAmount
           MOVE ZERO TO FeeTaxAmount
           MOVE ZERO TO FeeLoyaltyCredit
           MOVE ZERO TO FeeReferralCredit
           WRITE MemberFeeRec
           ADD TuitionDue TO GrandTotalTuition
               ON SIZE ERROR
