      *>   CARDPOST - card settlement postings for the general
      *>   ledger, cut by CardSettlementImport and picked up by
      *>   GLJournalExtract: "F" an acquirer fee (debit card fees,
      *>   credit bank) and "B" a chargeback reversing a receipt
      *>   (debit receivables, credit bank).
       01 CardPostingRec.
           02 CrpPostingType PIC X.
               88 CrpAcquirerFee VALUE "F".
               88 CrpChargeback VALUE "B".
           02 CrpMemberId PIC 9(6).
           02 CrpBillMonth PIC 9(2).
           02 CrpBillYear PIC 9(4).
           02 CrpAmount PIC 9(5)V99.
           02 CrpPostedDate PIC 9(8).
