      *>   MEMBVIST - member visit history, one row per check-in
      *>   proved by MemberVisitCapture, keyed member, date and time
      *>   so a member's visits read together in date order. The
      *>   churn risk report reads it to see who has stopped using
      *>   their membership ahead of renewal.
       01 MemberVisitRec.
           02 MemberVisitKey.
               03 MvsMemberId PIC 9(6).
               03 MvsVisitDate PIC 9(8).
               03 MvsVisitTime PIC 9(4).
           02 MvsCityCode PIC 9(3).
           02 MvsCapturedDate PIC 9(8).
