      *>   EMISHIST - fleet emissions history, one row per calendar
      *>   year reported, keyed by the year. The emissions report
      *>   writes (or on a re-run rewrites) the year's row, and
      *>   reads the baseline year's row back to measure progress
      *>   against the reduction target.
       01 EmissionsHistoryRec.
           02 EmhYear PIC 9(4).
           02 EmhVehicleCount PIC 9(5).
           02 EmhMiles PIC 9(9).
           02 EmhLitres PIC 9(9)V99.
           02 EmhKgCo2 PIC 9(11).
           02 EmhRunDate PIC 9(8).
