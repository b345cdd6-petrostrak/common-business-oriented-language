      *>   DEMFCST - section demand forecast record, one per catalog
      *>   course for the term being planned, written by
      *>   SectionDemandForecast and read by TermRollover to check
      *>   the section count it is building. DfcHistoryAvg is the
      *>   average enrollment over the same term in prior years,
      *>   DfcWaitlist the current waitlist depth, DfcProjected
      *>   their sum. The scheduled figures are the sections and
      *>   seats on CRSSECT when the forecast ran; DfcSectionSize
      *>   is the seats one section is taken to hold. DfcAction is
      *>   A add sections, C close sections, H hold as scheduled.
       01 DemandForecastRec.
           02 DfcCourseID PIC X(5).
           02 DfcTerm PIC X(6).
           02 DfcHistoryTerms PIC 9(2).
           02 DfcHistoryAvg PIC 9(5).
           02 DfcWaitlist PIC 9(5).
           02 DfcProjected PIC 9(5).
           02 DfcScheduledSections PIC 9(3).
           02 DfcScheduledSeats PIC 9(5).
           02 DfcSectionSize PIC 9(3).
           02 DfcRecommendedSections PIC 9(3).
           02 DfcAction PIC X.
               88 DfcAddSections VALUE "A".
               88 DfcCloseSections VALUE "C".
               88 DfcHoldSections VALUE "H".
