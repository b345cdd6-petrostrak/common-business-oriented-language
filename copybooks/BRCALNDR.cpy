      *>   BRCALNDR - branch opening calendar, keyed on CityCode and
      *>   a from-date. The row with BclFromDate zero is the
      *>   branch's standing week: BclOpeningDays is seven Y/N
      *>   flags, Monday first (the SecMeetDays order), and
      *>   BclOpensOnHolidays says whether the branch trades on a
      *>   day the shared HOLCAL holiday calendar closes. Every
      *>   other row is a local closure from BclFromDate through
      *>   BclToDate with its reason - a refit, a flood, a town's
      *>   own holiday. A branch with no standing week trades
      *>   Monday to Friday.
       01 BranchCalendarRec.
           02 BclKey.
               03 BclCityCode PIC 9(3).
               03 BclFromDate PIC 9(8).
           02 BclToDate PIC 9(8).
           02 BclOpeningDays PIC X(7).
           02 BclOpensOnHolidays PIC X.
               88 BclTradesOnHolidays VALUE "Y".
           02 BclReason PIC X(20).
