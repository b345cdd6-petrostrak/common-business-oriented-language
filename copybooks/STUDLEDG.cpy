      *>   STUDLEDG - student account ledger entry, one per dated
      *>   charge, credit, refund or payment posted to a student's
      *>   account, keyed on StudentId plus a posting sequence that
      *>   runs from 1 per student in the order entries were
      *>   posted. LgrAmount is always positive; LgrEntryType says
      *>   which way it moves the account - a tuition charge adds,
      *>   an award, a withdrawal refund or a payment takes off.
      *>   LgrBalance is the running balance after the entry
      *>   (positive means the student owes us), so the last entry
      *>   on a student's account is their balance. LgrPeriod is
      *>   the billing period the entry belongs to and LgrSource
      *>   the file it was posted from. Written only by
      *>   StudentLedgerPosting; the financial hold is placed and
      *>   lifted from it.
       01 StudentLedgerRec.
           02 StudentLedgerKey.
               03 LgrStudentId PIC 9(7).
               03 LgrSeqNo PIC 9(5).
           02 LgrEntryDate PIC 9(8).
           02 LgrEntryType PIC X.
               88 LgrCharge VALUE "C".
               88 LgrAward VALUE "A".
               88 LgrRefund VALUE "R".
               88 LgrPayment VALUE "P".
           02 LgrPeriod.
               03 LgrPeriodYear PIC 9(4).
               03 LgrPeriodMonth PIC 9(2).
           02 LgrAmount PIC 9(7)V99.
           02 LgrBalance PIC S9(7)V99.
           02 LgrSource PIC X(8).
