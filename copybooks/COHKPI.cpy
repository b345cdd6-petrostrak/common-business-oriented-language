      *>   COHKPI - member cohort retention figures for the KPI
      *>   pack, one line per cohort (members joined in the same
      *>   month, of the same type) and one per branch and
      *>   discount code within it. For each horizon (3, 6, 12 and
      *>   24 months) the members whose horizon has passed and
      *>   how many of them were still active at it; the percent
      *>   is zero where no member has reached the horizon yet.
       01 CohortKpiRec.
           02 CokRunDate PIC 9(8).
           02 CokLevel PIC X.
               88 CokCohortTotal VALUE "C".
               88 CokBranchDiscount VALUE "B".
           02 CokJoinYear PIC 9(4).
           02 CokJoinMonth PIC 9(2).
           02 CokMemberType PIC X.
           02 CokCityCode PIC 9(3).
           02 CokDiscountCode PIC X(4).
           02 CokMembersJoined PIC 9(5).
           02 CokMembersActive PIC 9(5).
           02 CokHorizon OCCURS 4 TIMES.
               03 CokHorizonMonths PIC 9(2).
               03 CokMembersReached PIC 9(5).
               03 CokMembersRetained PIC 9(5).
               03 CokRetainedPercent PIC 9(3)V9.
