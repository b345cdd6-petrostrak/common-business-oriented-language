      *>   needs sample data. Deliberately cycles rather than draws
      *>   from FUNCTION RANDOM, so a re-run produces the identical
      *>   file for regression comparison.
      *>   2026-10-15  Seeded fleet rows carry a fuel type and CO2
      *>   rating cycled with the make, for the emissions report.
      *>   2026-10-15  Seeded fleet rows are pool vehicles with no
      *>   cost centre of their own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 FILLER PIC X(10) VALUE "GERMAN    ".
       01 ManufacturerGroupTable REDEFINES ManufacturerGroupValues.
           02 ManufacturerGroupEntry PIC X(10) OCCURS 4 TIMES.
       01 FuelRatingValues.
           02 FILLER PIC X(4) VALUE "D128".
           02 FILLER PIC X(4) VALUE "H092".
           02 FILLER PIC X(4) VALUE "P146".
           02 FILLER PIC X(4) VALUE "P171".
       01 FuelRatingTable REDEFINES FuelRatingValues.
           02 FuelRatingEntry OCCURS 4 TIMES.
               03 FuelTypeEntry PIC X.
               03 Co2RatingEntry PIC 9(3).
       PROCEDURE DIVISION.
       Begin.
           OPEN OUTPUT StudentTranFile
           COMPUTE PurchasePrice = 12000 + (GenIdx * 250)
           MOVE 20220601 TO PurchaseDate
           MOVE "B" TO InsuranceBand
           MOVE FuelTypeEntry(CycleSubscript) TO FuelType
           MOVE Co2RatingEntry(CycleSubscript) TO Co2GramsPerKm
           MOVE SPACES TO CostCentre
           WRITE FleetRec.
