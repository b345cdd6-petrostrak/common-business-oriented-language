      *>   A household with no payer flagged on MEMBMAST cannot be
      *>   collected consolidated; its fees pass through under
      *>   their own members and the condition is reported.
      *>   2026-10-15  Fee image widened for the loyalty credit now
      *>   on MEMFEE; a household collection carries none.
      *>   2026-10-15  Fee image widened for the referral credit;
      *>   a household collection carries none of its own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD HouseholdFeeFile.
       01 HouseholdFeeRec PIC X(95).
       FD ItemizationReport.
       01 ItemizationLine PIC X(72).
       SD HouseholdSortFile.
           02 SrtMemberId PIC 9(6).
           02 SrtBillYear PIC 9(4).
           02 SrtBillMonth PIC 9(2).
           02 SrtFeeImage PIC X(95).
       WORKING-STORAGE SECTION.
       01 MemberFeeStatus PIC XX VALUE "00".
           88 MemberFeeAtEnd VALUE "10".
           MOVE ZERO TO FeeAwardAmount
           MOVE ZERO TO FeeDiscountAmount
           MOVE ZERO TO FeeTaxAmount
           MOVE ZERO TO FeeLoyaltyCredit
           MOVE ZERO TO FeeReferralCredit
           MOVE HhtPayerMemberId(HouseholdIdx) TO SrtMemberId
           MOVE HhtBillYear(HouseholdIdx) TO SrtBillYear
           MOVE HhtBillMonth(HouseholdIdx) TO SrtBillMonth
