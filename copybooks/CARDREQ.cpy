      *>   CARDREQ - replacement card request, keyed by the student
      *>   office when a student reports a card lost (L) or hands in
      *>   a damaged one (D). StudentCardIssue replaces the live card
      *>   on the next nightly run.
       01 CardRequestRec.
           02 CrqStudentId PIC 9(7).
           02 CrqReason PIC X.
               88 CrqLost VALUE "L".
               88 CrqDamaged VALUE "D".
           02 CrqRequestDate PIC 9(8).
           02 CrqOperatorId PIC X(8).
