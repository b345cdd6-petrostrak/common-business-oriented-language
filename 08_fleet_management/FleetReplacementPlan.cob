      *>   over ReplaceScoreMin lists as a recommended disposal, in
      *>   priority (score) order, and the projected like-for-like
      *>   outlay totals by ManufacturerGroup for the budget round.
      *>   2026-10-15  High emitters score for early replacement: a
      *>   vehicle flagged on the emissions report's EMISVEH extract
      *>   (or, with no extract yet, rated over HighEmitterGrams on
      *>   the fleet master) gains two points and is marked on the
      *>   plan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FuelTranFile ASSIGN TO "FUELTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FuelTranStatus.
           SELECT EmissionsVehicleFile ASSIGN TO "EMISVEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmissionsVehicleStatus.
           SELECT PlanReport ASSIGN TO "FLTPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY SVCHIST.
       FD FuelTranFile.
       COPY FUELTRAN.
       FD EmissionsVehicleFile.
       COPY EMISVEH.
       FD PlanReport.
       01 PlanLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 FuelTranStatus PIC XX VALUE "00".
           88 FuelAtEnd VALUE "10".
           88 FuelNotFound VALUE "35".
       01 EmissionsVehicleStatus PIC XX VALUE "00".
           88 EmissionsAtEnd VALUE "10".
           88 EmissionsNotFound VALUE "35".
       COPY STDDATE.
      *>   Policy thresholds for the scoring.
       01 AgeThresholdYears PIC 9(2) VALUE 5.
       01 MileageThreshold PIC 9(6) VALUE 080000.
       01 CpmThreshold PIC 9(3)V9(3) VALUE 000.500.
       01 ReplaceScoreMin PIC 9(2) VALUE 4.
       01 HighEmitterGrams PIC 9(3) VALUE 160.
      *>   Cost per registration accumulates in one pass of each
      *>   cost file before the fleet walk.
       01 CostMax PIC 9(3) VALUE 300.
           88 CostFound VALUE "Y".
       01 CostRegistration PIC X(8) VALUE SPACES.
       01 CostAmount PIC 9(7)V99 VALUE ZERO.
      *>   High emitters off the emissions extract, when there is
      *>   one; EmissionsLoaded says whether to trust it over the
      *>   master's rating.
       01 EmissionsLoadedFlag PIC X VALUE "N".
           88 EmissionsLoaded VALUE "Y".
       01 EmitterMax PIC 9(3) VALUE 300.
       01 EmitterCount PIC 9(3) VALUE ZERO.
       01 EmitterTable.
           02 EmitterRegistration PIC X(8) OCCURS 300 TIMES.
       01 EmitterIdx PIC 9(3) COMP VALUE ZERO.
       01 HighEmitterFlag PIC X VALUE "N".
           88 VehicleIsHighEmitter VALUE "Y".
      *>   Scored candidates awaiting the priority print.
       01 PlanMax PIC 9(3) VALUE 300.
       01 PlanCount PIC 9(3) VALUE ZERO.
               03 PlnBookValue PIC 9(6)V99.
               03 PlnOutlay PIC 9(6)V99.
               03 PlnRanked PIC X.
               03 PlnHighEmitter PIC X.
       01 PlanIdx PIC 9(3) COMP VALUE ZERO.
       01 BestIdx PIC 9(3) COMP VALUE ZERO.
       01 BestScore PIC S9(3) VALUE ZERO.
           02 DetBookValue PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "  outlay ".
           02 DetOutlay PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetHighEmitter PIC X(8).
       01 OutlayLine.
           02 OutGroup PIC X(10).
           02 FILLER PIC X(18) VALUE " projected outlay ".
           MOVE TodayYYYYMMDD(1:4) TO TodayYearNum
           PERFORM LoadServiceCosts
           PERFORM LoadFuelCosts
           PERFORM LoadHighEmitters
           OPEN INPUT FleetFile
           PERFORM ReadNextFleet
           PERFORM ScoreOneVehicle UNTIL FleetAtEnd
           IF BookValue <= QuarterOfPrice
               ADD 2 TO VehicleScore
           END-IF
           PERFORM CheckHighEmitter
           IF VehicleIsHighEmitter
               ADD 2 TO VehicleScore
           END-IF
           IF VehicleScore >= ReplaceScoreMin
              AND PlanCount < PlanMax
               ADD 1 TO PlanCount
               MOVE BookValue TO PlnBookValue(PlanCount)
               MOVE PurchasePrice TO PlnOutlay(PlanCount)
               MOVE "N" TO PlnRanked(PlanCount)
               MOVE HighEmitterFlag TO PlnHighEmitter(PlanCount)
               EVALUATE TRUE
                   WHEN GroupIsVWGroup
                       ADD PurchasePrice TO OutlayVWGroup
           END-IF
           PERFORM ReadNextFleet.

       LoadHighEmitters.
           OPEN INPUT EmissionsVehicleFile
           IF NOT EmissionsNotFound
               MOVE "Y" TO EmissionsLoadedFlag
               PERFORM ReadNextEmissions
               PERFORM KeepOneEmitter UNTIL EmissionsAtEnd
               CLOSE EmissionsVehicleFile
           END-IF.

       KeepOneEmitter.
           IF EmvHighEmitter AND EmitterCount < EmitterMax
               ADD 1 TO EmitterCount
               MOVE EmvRegistrationNumber
                   TO EmitterRegistration(EmitterCount)
           END-IF
           PERFORM ReadNextEmissions.

       CheckHighEmitter.
           MOVE "N" TO HighEmitterFlag
           IF EmissionsLoaded
               PERFORM ScanOneEmitter
                   VARYING EmitterIdx FROM 1 BY 1
                   UNTIL EmitterIdx > EmitterCount
                      OR VehicleIsHighEmitter
           ELSE
               IF NOT FuelIsElectric
                  AND Co2GramsPerKm IS NUMERIC
                  AND Co2GramsPerKm > HighEmitterGrams
                   MOVE "Y" TO HighEmitterFlag
               END-IF
           END-IF.

       ScanOneEmitter.
           IF EmitterRegistration(EmitterIdx)
                   = RegistrationNumber OF FleetRec
               MOVE "Y" TO HighEmitterFlag
           END-IF.

       ComputeVehicleCpm.
           MOVE ZERO TO CostPerMile
           MOVE RegistrationNumber OF FleetRec
               MOVE PlnScore(BestIdx) TO DetScore
               MOVE PlnBookValue(BestIdx) TO DetBookValue
               MOVE PlnOutlay(BestIdx) TO DetOutlay
               IF PlnHighEmitter(BestIdx) = "Y"
                   MOVE "HIGH CO2" TO DetHighEmitter
               ELSE
                   MOVE SPACES TO DetHighEmitter
               END-IF
               MOVE PlanDetail TO PlanLine
               WRITE PlanLine
           ELSE
               AT END MOVE "10" TO FuelTranStatus
           END-READ.

       ReadNextEmissions.
           READ EmissionsVehicleFile
               AT END MOVE "10" TO EmissionsVehicleStatus
           END-READ.

       ReadNextFleet.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
