           02 DriverLicenceExpiry PIC 9(8).
           02 DriverLicenceCategories PIC X(8).
           02 DriverPenaltyPoints PIC 9(2).
      *>   The department the driver works for; the fleet recharge
      *>   charges an assigned or booked vehicle's month to it.
           02 DriverCostCentre PIC X(5).
