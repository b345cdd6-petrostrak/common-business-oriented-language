      *>   TRIPHIST - telematics trip history, keyed on the
      *>   registration plus the trip's start so a vehicle's
      *>   journeys walk in time order, the DRVASSGN key discipline.
      *>   Written by TelematicsTripImport with who had the vehicle
      *>   when it moved - TphUseBasis A under an assignment, R
      *>   under a pool reservation, D a department's own vehicle
      *>   nobody was down for, U a pool vehicle nobody booked - and
      *>   the out-of-hours marks the import raised on it.
       01 TripHistoryRec.
           02 TripHistoryKey.
               03 TphRegistrationNumber PIC X(8).
               03 TphStartDate PIC 9(8).
               03 TphStartTime PIC 9(4).
           02 TphEndDate PIC 9(8).
           02 TphEndTime PIC 9(4).
           02 TphDistance PIC 9(4)V9.
           02 TphDriverId PIC X(6).
           02 TphUseBasis PIC X(1).
               88 TphAssigned VALUE "A".
               88 TphReserved VALUE "R".
               88 TphDepartmental VALUE "D".
               88 TphUnbooked VALUE "U".
           02 TphDayFlag PIC X(1).
               88 TphWeekendUse VALUE "W".
               88 TphHolidayUse VALUE "H".
           02 TphNightFlag PIC X(1).
               88 TphNightUse VALUE "N".
           02 TphLoadedDate PIC 9(8).
