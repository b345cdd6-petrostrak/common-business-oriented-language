      *>   IDCARD - student ID card issue register, one row per card
      *>   ever issued, keyed on StudentId plus a card sequence
      *>   number that rises by one with each card the student is
      *>   given. CrdStatus L is the student's one live card; R is
      *>   a card replaced after it was reported lost or damaged
      *>   (CrdReason on the replacement says which), C a card
      *>   cancelled when the student withdrew. CrdExpiryDate is
      *>   the end of the last term on the TERMCAL calendar when the
      *>   card was issued; CrdEndDate is when it stopped being live.
       01 IdCardRec.
           02 IdCardKey.
               03 CrdStudentId PIC 9(7).
               03 CrdSeqNo PIC 9(3).
           02 CrdIssueDate PIC 9(8).
           02 CrdExpiryDate PIC 9(8).
           02 CrdStatus PIC X.
               88 CrdLive VALUE "L".
               88 CrdReplaced VALUE "R".
               88 CrdCancelled VALUE "C".
           02 CrdReason PIC X.
               88 CrdReasonNew VALUE "N".
               88 CrdReasonLost VALUE "L".
               88 CrdReasonDamaged VALUE "D".
           02 CrdEndDate PIC 9(8).
