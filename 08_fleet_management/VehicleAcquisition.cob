      *>       properly across the year end;
      *>     - writes the completed FLEETMS row and one line on
      *>       the ACQREG acquisition register for the asset file.
      *>   2026-10-15  Captures the fuel type and CO2 rating off the
      *>   acquisition for the emissions return; a fuel type other
      *>   than P, D, H or E, or a rating that is not numeric,
      *>   rejects the acquisition.
      *>   2026-10-15  Carries the owning cost centre off the
      *>   acquisition, blank for a pool vehicle, for the recharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 AcqMileage PIC 9(6).
           02 AcqPurchasePrice PIC 9(6)V99.
           02 AcqPurchaseDate PIC 9(8).
           02 AcqFuelType PIC X(1).
           02 AcqCo2GramsPerKm PIC 9(3).
           02 AcqCostCentre PIC X(5).
       FD FleetFile.
       COPY FLEETREC.
       FD AcquisitionRegister.
           02 RegServiceDue PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RegPrice PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RegFuelType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RegCo2 PIC ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
                               " already on fleet master, rejected"
               END-READ
           END-IF
           IF TranValid
               IF AcqFuelType NOT = "P" AND AcqFuelType NOT = "D"
                  AND AcqFuelType NOT = "H" AND AcqFuelType NOT = "E"
                   MOVE "N" TO TranOk
                   DISPLAY "VehicleAcquisition - registration "
                           AcqRegistrationNumber
                           " fuel type not P, D, H or E, rejected"
               END-IF
           END-IF
           IF TranValid AND AcqCo2GramsPerKm NOT NUMERIC
               MOVE "N" TO TranOk
               DISPLAY "VehicleAcquisition - registration "
                       AcqRegistrationNumber
                       " CO2 rating not numeric, rejected"
           END-IF
           IF TranValid
               PERFORM BuildCommissionedRow
               WRITE FleetRec
           MOVE AcqMileage TO Mileage
           MOVE AcqPurchasePrice TO PurchasePrice
           MOVE AcqPurchaseDate TO PurchaseDate
           MOVE AcqFuelType TO FuelType
           MOVE AcqCo2GramsPerKm TO Co2GramsPerKm
           MOVE AcqCostCentre TO CostCentre
           MOVE ZEROS TO LastServiceDate
           PERFORM SetFirstServiceDue.

           MOVE InsuranceBand TO RegBand
           MOVE NextServiceDue TO RegServiceDue
           MOVE AcqPurchasePrice TO RegPrice
           MOVE AcqFuelType TO RegFuelType
           MOVE AcqCo2GramsPerKm TO RegCo2
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

