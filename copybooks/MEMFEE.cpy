      *>   with the tax inside it, carried separately so the
      *>   statement, the tax summary and the GL extract can split
      *>   net fee from tax liability.
      *>   FeeLoyaltyCredit is the loyalty points redemption the
      *>   billing run netted off after the discount and before
      *>   tax, carried beside the award and discount amounts so
      *>   the statement still reconciles gross to net.
      *>   FeeReferralCredit is the referral credit the billing run
      *>   netted off after the loyalty credit and before tax, owed
      *>   to the member for introducing a new member.
       01 MemberFeeRec.
           02 FeeMemberId PIC 9(6).
           02 FeeRegion PIC X(4).
           02 FeeAwardAmount PIC 9(5)V99.
           02 FeeDiscountAmount PIC 9(5)V99.
           02 FeeTaxAmount PIC 9(5)V99.
           02 FeeLoyaltyCredit PIC 9(5)V99.
           02 FeeReferralCredit PIC 9(5)V99.
