      *>   REFERRAL - member referral ledger, one row per member who
      *>   joined on another member's introduction, keyed on the
      *>   new (referred) member with the referrer as a duplicate
      *>   alternate key so the billing run can find every credit
      *>   a referrer is owed. MemberMaintenance records the row
      *>   when the new member is added: pending ("P") when the
      *>   referrer checks out, refused ("X") with the reason when
      *>   the referrer is unknown, lapsed, the member themselves
      *>   or someone in the same household. The cash
      *>   reconciliation counts each bill the new member pays in
      *>   full into RfrBillsPaid, once per period; the monthly
      *>   referral credit run makes the credit earned ("E") when
      *>   enough bills are paid, and the billing run nets it off
      *>   the referrer's next bill, carrying what a small bill
      *>   could not absorb in RfrCreditApplied until it is all
      *>   used and the row is credited ("C").
       01 ReferralRec.
           02 RfrReferredId PIC 9(6).
           02 RfrReferrerId PIC 9(6).
           02 RfrCityCode PIC 9(3).
           02 RfrJoinDate PIC 9(8).
           02 RfrRecordedDate PIC 9(8).
           02 RfrStatus PIC X.
               88 RfrPending VALUE "P".
               88 RfrEarned VALUE "E".
               88 RfrCredited VALUE "C".
               88 RfrRefused VALUE "X".
           02 RfrBillsPaid PIC 9(2).
      *>   Last billed period counted, YYYYMM, so a rerun of the
      *>   reconciliation never counts the same bill twice.
           02 RfrLastPaidPeriod PIC 9(6).
           02 RfrEarnedDate PIC 9(8).
           02 RfrCreditAmount PIC 9(5)V99.
           02 RfrCreditApplied PIC 9(5)V99.
           02 RfrCreditedMonth PIC 9(2).
           02 RfrCreditedYear PIC 9(4).
           02 RfrRefusalReason PIC X(30).
