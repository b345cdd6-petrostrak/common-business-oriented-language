      *>   REFPARM - referral programme parameters, one card, read
      *>   by the monthly referral credit run. RfpCreditAmount is
      *>   the credit a referrer earns per qualifying referral;
      *>   RfpBillsRequired how many bills the new member must
      *>   have paid in full before it is earned. A zero field
      *>   keeps the program's standing default.
       01 ReferralParmRec.
           02 RfpCreditAmount PIC 9(3)V99.
           02 RfpBillsRequired PIC 9(2).
