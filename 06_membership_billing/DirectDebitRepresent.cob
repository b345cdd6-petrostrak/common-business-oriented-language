      *>   and a member whose DDMAND mandate is no longer active
      *>   goes straight to arrears - there is no authority left
      *>   to retry against. Every disposition is registered.
      *>   2026-10-15  New arrears rows start unplaced with no
      *>   collection agency.
      *>   2026-10-15  The re-presented collection carries zero
      *>   loyalty and referral credits, both of which were taken
      *>   on the original bill.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE ZERO TO FeeAwardAmount
           MOVE ZERO TO FeeDiscountAmount
           MOVE ZERO TO FeeTaxAmount
           MOVE ZERO TO FeeLoyaltyCredit
           MOVE ZERO TO FeeReferralCredit
           WRITE MemberFeeRec
           MOVE RetMemberId TO RtoMemberId
           MOVE RetBillYear TO RtoBillYear
                   MOVE "OTHR" TO ArrRegion
                   MOVE RetAmount TO ArrBalance
                   MOVE TodayYYYYMMDD TO ArrBilledDate
                   MOVE SPACES TO ArrAgencyCode
                   MOVE ZERO TO ArrPlacedDate
                   MOVE ZERO TO ArrPlacedAmount
                   WRITE ArrearsRec
               NOT INVALID KEY
                   ADD RetAmount TO ArrBalance
