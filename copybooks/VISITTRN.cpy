      *>   VISITTRN - member visit check-in transaction, one per
      *>   member swipe at a branch front desk, read by
      *>   MemberVisitCapture: the member, the CityCode of the
      *>   branch visited (not necessarily the member's home
      *>   branch) and the date and time of the check-in.
       01 VisitTranRec.
           02 VtrMemberId PIC 9(6).
           02 VtrCityCode PIC 9(3).
           02 VtrVisitDate PIC 9(8).
           02 VtrVisitTime PIC 9(4).
