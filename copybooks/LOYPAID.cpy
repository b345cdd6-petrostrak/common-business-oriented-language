      *>   LOYPAID - fee paid in full on time, one per member per
      *>   billed period, written by the cash reconciliation when a
      *>   receipt covers the whole bill. The loyalty points update
      *>   earns points on LpdAmountPaid (the bill, not any
      *>   overpayment going back as a refund).
       01 LoyaltyPaidRec.
           02 LpdMemberId PIC 9(6).
           02 LpdBillMonth PIC 9(2).
           02 LpdBillYear PIC 9(4).
           02 LpdAmountPaid PIC 9(5)V99.
