      *>   LOYALTY - member loyalty points ledger, keyed on the
      *>   member, the entry date, the entry type and a sequence.
      *>   Earning rows ("P" a fee paid in full on time, dated the
      *>   first of the period paid; "A" a membership anniversary,
      *>   dated the anniversary) carry the points earned, how many
      *>   are still unspent in LoyRemaining and the date they
      *>   lapse; the points update moves anything still unspent at
      *>   the expiry date into LoyExpiredPoints. Redemption rows
      *>   ("R") are keyed when the member asks to spend points and
      *>   wait as pending until the next billing run nets them off
      *>   the fee as a credit, spending the oldest earned points
      *>   first, and marks the row credited with the points used,
      *>   the amount and the period it went against. The dated
      *>   keys make every posting once-only: a rerun finds its
      *>   rows already there.
       01 LoyaltyEntryRec.
           02 LoyaltyKey.
               03 LoyMemberId PIC 9(6).
               03 LoyEntryDate PIC 9(8).
               03 LoyEntryType PIC X.
                   88 LoyOnTimeEarn VALUE "P".
                   88 LoyAnniversaryEarn VALUE "A".
                   88 LoyEarning VALUE "P" "A".
                   88 LoyRedemption VALUE "R".
               03 LoyEntrySeq PIC 9(2).
           02 LoyPoints PIC 9(7).
           02 LoyPostedDate PIC 9(8).
           02 LoyOperatorId PIC X(8).
           02 LoyRemaining PIC 9(7).
           02 LoyExpiryDate PIC 9(8).
           02 LoyExpiredPoints PIC 9(7).
           02 LoyRedeemState PIC X.
               88 LoyRedeemPending VALUE "P".
               88 LoyRedeemCredited VALUE "C".
           02 LoyPointsRedeemed PIC 9(7).
           02 LoyCreditAmount PIC 9(5)V99.
           02 LoyBillMonth PIC 9(2).
           02 LoyBillYear PIC 9(4).
