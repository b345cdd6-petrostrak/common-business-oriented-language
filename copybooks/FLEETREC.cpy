           02 PurchasePrice PIC 9(6)V99.
           02 PurchaseDate PIC 9(8).
           02 InsuranceBand PIC X(1).
      *>   Fuel type and the type-approval CO2 rating in grams per
      *>   kilometre, captured at acquisition for the emissions
      *>   return and the replacement plan's high-emitter flag. A
      *>   vehicle taken on before they were captured carries
      *>   spaces and zero until the fleet office keys them.
           02 FuelType PIC X(1).
               88 FuelIsPetrol VALUE "P".
               88 FuelIsDiesel VALUE "D".
               88 FuelIsHybrid VALUE "H".
               88 FuelIsElectric VALUE "E".
               88 FuelTypeValid VALUE "P" "D" "H" "E".
           02 Co2GramsPerKm PIC 9(3).
      *>   The department a vehicle is run for, when it is one
      *>   department's own; spaces for a pool or assigned vehicle,
      *>   whose month-end recharge follows its drivers instead.
           02 CostCentre PIC X(5).
