      *>   classified, banded for insurance against the full make
      *>   lookup table, and written to FLEETMS for transport to
      *>   track instead of re-typing a make every time.
      *>   2026-10-15  Asks for the fuel type and CO2 rating the
      *>   fleet master now carries for the emissions return.
      *>   2026-10-15  Asks for the owning cost centre, blank for a
      *>   pool vehicle, for the fleet recharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCEPT RegistrationNumber OF FleetRec
           DISPLAY "Enter the make of car - " WITH NO ADVANCING
           ACCEPT MakeOfCarInput
           DISPLAY "Enter the fuel type (P, D, H or E) - "
                   WITH NO ADVANCING
           ACCEPT FuelType
           DISPLAY "Enter the CO2 rating in g/km - "
                   WITH NO ADVANCING
           ACCEPT Co2GramsPerKm
           DISPLAY "Enter the cost centre (blank if pool) - "
                   WITH NO ADVANCING
           ACCEPT CostCentre
           DISPLAY "Enter the current mileage - " WITH NO ADVANCING
           ACCEPT Mileage
           DISPLAY "Enter the purchase price - " WITH NO ADVANCING
