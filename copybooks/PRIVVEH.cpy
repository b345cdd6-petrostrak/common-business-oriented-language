      *>   PRIVVEH - private vehicle register for the grey fleet:
      *>   staff cars used on company business, keyed by the
      *>   owning DriverId and the car's registration (a driver
      *>   can register more than one). Holds the owner's
      *>   insurance for business use and its expiry, which the
      *>   mileage claim run checks against the journey date, and
      *>   the fuel type and CO2 figure from the registration
      *>   document. A car the driver no longer uses is withdrawn,
      *>   not deleted, so its past claims still resolve.
       01 PrivateVehicleRec.
           02 PvhKey.
               03 PvhDriverId PIC X(6).
               03 PvhRegistrationNumber PIC X(8).
           02 PvhMakeModel PIC X(20).
           02 PvhFuelType PIC X.
               88 PvhPetrol VALUE "P".
               88 PvhDiesel VALUE "D".
               88 PvhHybrid VALUE "H".
               88 PvhElectric VALUE "E".
               88 PvhValidFuelType VALUE "P" "D" "H" "E".
           02 PvhCo2GramsPerKm PIC 9(3).
           02 PvhInsurer PIC X(20).
           02 PvhBusinessCoverExpiry PIC 9(8).
           02 PvhStatus PIC X.
               88 PvhActive VALUE "A".
               88 PvhWithdrawn VALUE "W".
           02 PvhUpdatedDate PIC 9(8).
