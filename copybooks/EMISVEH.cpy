      *>   EMISVEH - per-vehicle emissions extract from the emissions
      *>   report for the replacement plan: the type-approval rating,
      *>   the g/km actually achieved on the year's fuel (zero when
      *>   there were no fills or no measured miles), the figure the
      *>   vehicle was judged on, the year's CO2 in kilograms and
      *>   whether it is a high emitter. Written in registration
      *>   order, one row per vehicle on the fleet master.
       01 EmissionsVehicleRec.
           02 EmvRegistrationNumber PIC X(8).
           02 EmvFuelType PIC X(1).
           02 EmvRatedGramsPerKm PIC 9(3).
           02 EmvActualGramsPerKm PIC 9(3).
           02 EmvJudgedGramsPerKm PIC 9(3).
           02 EmvKgCo2 PIC 9(7).
           02 EmvHighEmitterFlag PIC X(1).
               88 EmvHighEmitter VALUE "Y".
