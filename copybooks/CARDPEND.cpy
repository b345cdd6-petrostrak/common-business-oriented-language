      *>   CARDPEND - card receipts register, one row per card
      *>   receipt the receipts edit released from a proven till
      *>   batch, keyed on member, receipt date, cashier, batch and
      *>   line. CardSettlementImport matches the acquirer's daily
      *>   settlement against the pending rows; a row stays pending
      *>   until the acquirer settles it, and a settled row the
      *>   acquirer later charges back is marked so.
       01 CardPendingRec.
           02 CardPendingKey.
               03 CpdMemberId PIC 9(6).
               03 CpdReceiptDate PIC 9(8).
               03 CpdCashierId PIC X(8).
               03 CpdBatchNumber PIC 9(4).
               03 CpdLineNumber PIC 9(3).
           02 CpdBillMonth PIC 9(2).
           02 CpdBillYear PIC 9(4).
           02 CpdAmount PIC 9(5)V99.
           02 CpdAuthCode PIC X(6).
      *>   "Y" when the receipt was held on account (ONACCT) for want
      *>   of a clean billing period rather than written to CASHRECV.
           02 CpdOnAccount PIC X.
               88 CpdHeldOnAccount VALUE "Y".
           02 CpdStatus PIC X.
               88 CpdPending VALUE "P".
               88 CpdSettled VALUE "S".
               88 CpdChargedBack VALUE "B".
           02 CpdSettledDate PIC 9(8).
           02 CpdChargebackDate PIC 9(8).
