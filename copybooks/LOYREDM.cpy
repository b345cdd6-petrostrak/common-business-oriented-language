      *>   LOYREDM - member request to spend loyalty points against
      *>   the next bill, keyed at the front desk. LrqPoints zero
      *>   asks for every point the member has available.
       01 LoyaltyRedeemRec.
           02 LrqMemberId PIC 9(6).
           02 LrqPoints PIC 9(7).
           02 LrqOperatorId PIC X(8).
