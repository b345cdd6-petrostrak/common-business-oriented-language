       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetEmissionsReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Annual fleet CO2 report for the sustainability return.
      *>   For the calendar year on EMISPARM (default the year just
      *>   ended) each vehicle on the fleet master is measured two
      *>   ways: its miles for the year off the ODOHIST odometer
      *>   history (the last reading in the year less the last one
      *>   before it, or the first in the year for a vehicle with
      *>   none earlier) against its type-approval g/km rating, and
      *>   the litres actually drawn on the FUELTRAN fills the fuel
      *>   log keeps on FUELHIST at the standard kilograms of CO2
      *>   per litre for its fuel. The fuel figure is the one
      *>   reported where the vehicle drew fuel; the rated figure
      *>   stands in where it did not. Fills for vehicles no longer
      *>   on the fleet master count to the fleet at the petrol
      *>   factor. Emissions list per vehicle, per ManufacturerGroup
      *>   (sorted by the fleet master's group conditions, as the
      *>   other fleet runs do) and fleet-wide; the year's total
      *>   is kept on EMISHIST and compared with the baseline
      *>   year's to show progress against the reduction target,
      *>   on a straight line from the baseline year to the target
      *>   year. A vehicle whose achieved g/km (its rating when
      *>   there is nothing to measure) passes the high-emitter
      *>   threshold is flagged, and every vehicle goes on the
      *>   EMISVEH extract the replacement plan scores high
      *>   emitters from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmissionsParmFile ASSIGN TO "EMISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmissionsParmStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT OdometerHistoryFile ASSIGN TO "ODOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdometerHistoryStatus.
           SELECT FuelHistoryFile ASSIGN TO "FUELHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FuelHistoryStatus.
           SELECT EmissionsHistoryFile ASSIGN TO "EMISHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EmhYear
               FILE STATUS IS EmissionsHistoryStatus.
           SELECT EmissionsVehicleFile ASSIGN TO "EMISVEH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EmissionsReport ASSIGN TO "EMISRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EmissionsParmFile.
       01 EmissionsParmRec.
           02 EmpReportYear PIC 9(4).
           02 EmpBaseYear PIC 9(4).
           02 EmpTargetYear PIC 9(4).
           02 EmpTargetReductionPct PIC 9(2).
           02 EmpHighEmitterGramsPerKm PIC 9(3).
       FD FleetFile.
       COPY FLEETREC.
       FD OdometerHistoryFile.
       COPY ODOTRAN.
       FD FuelHistoryFile.
       COPY FUELTRAN.
       FD EmissionsHistoryFile.
       COPY EMISHIST.
       FD EmissionsVehicleFile.
       COPY EMISVEH.
       FD EmissionsReport.
       01 ReportLine PIC X(96).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 EmissionsParmStatus PIC XX VALUE "00".
           88 EmissionsParmNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
           88 FleetAtEnd VALUE "10".
       01 OdometerHistoryStatus PIC XX VALUE "00".
           88 OdometerHistoryAtEnd VALUE "10".
           88 OdometerHistoryNotFound VALUE "35".
       01 FuelHistoryStatus PIC XX VALUE "00".
           88 FuelHistoryAtEnd VALUE "10".
           88 FuelHistoryNotFound VALUE "35".
       01 EmissionsHistoryStatus PIC XX VALUE "00".
           88 EmissionsHistoryNotFound VALUE "35".
      *>   Reporting parameters and their defaults.
       01 ReportYear PIC 9(4) VALUE ZERO.
       01 BaseYear PIC 9(4) VALUE ZERO.
       01 TargetYear PIC 9(4) VALUE ZERO.
       01 TargetReductionPct PIC 9(2) VALUE ZERO.
       01 HighEmitterGramsPerKm PIC 9(3) VALUE 160.
       01 YearStartDate PIC 9(8) VALUE ZERO.
       01 YearEndDate PIC 9(8) VALUE ZERO.
      *>   Kilograms of CO2 per litre burned, by fuel type. A
      *>   vehicle with no fuel type recorded is taken as petrol.
       01 PetrolKgPerLitre PIC 9V99 VALUE 2.31.
       01 DieselKgPerLitre PIC 9V99 VALUE 2.68.
       01 KmPerMile PIC 9V9(6) VALUE 1.609344.
      *>   One entry per fleet vehicle, in registration order,
      *>   the replacement plan's table idiom.
       01 VehMax PIC 9(3) VALUE 300.
       01 VehCount PIC 9(3) VALUE ZERO.
       01 VehicleTable.
           02 VehicleEntry OCCURS 300 TIMES.
               03 VehRegistration PIC X(8).
               03 VehGroup PIC X(10).
               03 VehGroupIdx PIC 9.
               03 VehFuelType PIC X(1).
               03 VehRating PIC 9(3).
               03 VehReadingBefore PIC 9(6).
               03 VehFirstInYear PIC 9(6).
               03 VehLastInYear PIC 9(6).
               03 VehLitres PIC 9(7)V99.
       01 VehIdx PIC 9(3) COMP VALUE ZERO.
       01 VehFoundFlag PIC X VALUE "N".
           88 VehFound VALUE "Y".
       01 SearchRegistration PIC X(8) VALUE SPACES.
       01 VehiclesNotReported PIC 9(5) COMP VALUE ZERO.
      *>   Per-vehicle working figures.
       01 OpeningReading PIC 9(6) VALUE ZERO.
       01 VehicleMiles PIC 9(6) VALUE ZERO.
       01 VehicleKm PIC 9(8)V99 VALUE ZERO.
       01 KgPerLitre PIC 9V99 VALUE ZERO.
       01 RatedKg PIC 9(7) VALUE ZERO.
       01 FuelKg PIC 9(7) VALUE ZERO.
       01 ReportedKg PIC 9(7) VALUE ZERO.
       01 ActualGramsPerKm PIC 9(3) VALUE ZERO.
       01 JudgedGramsPerKm PIC 9(3) VALUE ZERO.
      *>   Group and fleet accumulators.
       01 GroupTotals.
           02 GroupEntry OCCURS 3 TIMES.
               03 GrpName PIC X(10).
               03 GrpVehicles PIC 9(5).
               03 GrpMiles PIC 9(9).
               03 GrpKg PIC 9(11).
       01 GrpIdx PIC 9 VALUE ZERO.
       01 FleetVehicles PIC 9(5) VALUE ZERO.
       01 FleetMiles PIC 9(9) VALUE ZERO.
       01 FleetLitres PIC 9(9)V99 VALUE ZERO.
       01 FleetKg PIC 9(11) VALUE ZERO.
       01 UnmatchedLitres PIC 9(7)V99 VALUE ZERO.
       01 UnmatchedKg PIC 9(7) VALUE ZERO.
       01 HighEmitters PIC 9(5) COMP VALUE ZERO.
       01 AverageGramsPerKm PIC 9(4) VALUE ZERO.
       01 TotalKm PIC 9(10)V99 VALUE ZERO.
      *>   Progress against the reduction target.
       01 BaseKg PIC 9(11) VALUE ZERO.
       01 AchievedPct PIC S9(3)V9 VALUE ZERO.
       01 RequiredPct PIC 9(3)V9 VALUE ZERO.
       01 YearsElapsed PIC 9(4) VALUE ZERO.
       01 YearsToTarget PIC 9(4) VALUE ZERO.
       01 FillsRead PIC 9(7) COMP VALUE ZERO.
       01 ReadingsRead PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "FleetEmissionsReport".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE "FLEET CO2 EMISSIONS - YEAR ".
           02 RphYear PIC 9(4).
           02 FILLER PIC X(26) VALUE "   HIGH EMITTER OVER G/KM ".
           02 RphThreshold PIC ZZ9.
       01 ReportColumns.
           02 FILLER PIC X(36)
               VALUE "VEHICLE  GROUP      F RATED   MILES".
           02 FILLER PIC X(44)
               VALUE "     LITRES  RATED KG   FUEL KG G/KM REMARK".
       01 VehicleDetail.
           02 VhdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdGroup PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdFuelType PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 VhdRating PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdMiles PIC ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdLitres PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdRatedKg PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdFuelKg PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VhdActualGrams PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 VhdRemark PIC X(14).
       01 GroupColumns PIC X(96) VALUE
           "GROUP    VEHICLES       MILES  TONNES CO2 AVG G/KM".
       01 GroupDetail.
           02 GrdName PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 GrdVehicles PIC ZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 GrdMiles PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 GrdTonnes PIC ZZZ,ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 GrdAverage PIC Z,ZZ9.
       01 UnmatchedLine.
           02 FILLER PIC X(42)
               VALUE "Fills for vehicles no longer on fleet - ".
           02 UnlLitres PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE " litres ".
           02 UnlTonnes PIC ZZZ,ZZ9.9.
           02 FILLER PIC X(7) VALUE " tonnes".
       01 ProgressLine.
           02 PrgLabel PIC X(30).
           02 PrgYear PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PrgTonnes PIC ZZZ,ZZ9.9.
           02 FILLER PIC X(7) VALUE " tonnes".
       01 PercentLine.
           02 PclLabel PIC X(36).
           02 PclPercent PIC -ZZ9.9.
           02 FILLER PIC X(2) VALUE " %".
           02 FILLER PIC X(2) VALUE SPACES.
           02 PclStatus PIC X(20).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD(1:4) TO ReportYear
           SUBTRACT 1 FROM ReportYear
           OPEN INPUT EmissionsParmFile
           IF NOT EmissionsParmNotFound
               READ EmissionsParmFile
                   NOT AT END
                       PERFORM TakeEmissionsParameters
               END-READ
               CLOSE EmissionsParmFile
           END-IF
           COMPUTE YearStartDate = ReportYear * 10000 + 101
           COMPUTE YearEndDate = ReportYear * 10000 + 1231
           MOVE "VW GROUP" TO GrpName(1)
           MOVE "GERMAN" TO GrpName(2)
           MOVE "OTHER" TO GrpName(3)
           PERFORM ClearOneGroup
               VARYING GrpIdx FROM 1 BY 1 UNTIL GrpIdx > 3
           PERFORM LoadFleetVehicles
           PERFORM LoadOdometerReadings
           PERFORM LoadFuelFills
           OPEN OUTPUT EmissionsReport
           OPEN OUTPUT EmissionsVehicleFile
           MOVE ReportYear TO RphYear
           MOVE HighEmitterGramsPerKm TO RphThreshold
           MOVE ReportHeading TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ReportColumns TO ReportLine
           WRITE ReportLine
           PERFORM ReportOneVehicle
               VARYING VehIdx FROM 1 BY 1 UNTIL VehIdx > VehCount
           CLOSE EmissionsVehicleFile
           PERFORM PrintGroupTotals
           PERFORM RecordYearTotal
           PERFORM PrintTargetProgress
           CLOSE EmissionsReport
           DISPLAY "FleetEmissionsReport - vehicles = " VehCount
                   " high emitters = " HighEmitters
           IF VehiclesNotReported > ZERO
               DISPLAY "FleetEmissionsReport - vehicle table full, "
                       VehiclesNotReported " vehicles not reported"
           END-IF
           COMPUTE ReadForReport = VehCount + VehiclesNotReported
           MOVE VehCount TO WrittenForReport
           MOVE VehiclesNotReported TO RejectedForReport
           COMPUTE BalancingTotal = FleetKg / 1000
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       TakeEmissionsParameters.
           IF EmpReportYear IS NUMERIC AND EmpReportYear > 2000
               MOVE EmpReportYear TO ReportYear
           END-IF
           IF EmpBaseYear IS NUMERIC
               MOVE EmpBaseYear TO BaseYear
           END-IF
           IF EmpTargetYear IS NUMERIC
               MOVE EmpTargetYear TO TargetYear
           END-IF
           IF EmpTargetReductionPct IS NUMERIC
               MOVE EmpTargetReductionPct TO TargetReductionPct
           END-IF
           IF EmpHighEmitterGramsPerKm IS NUMERIC
              AND EmpHighEmitterGramsPerKm > ZERO
               MOVE EmpHighEmitterGramsPerKm
                   TO HighEmitterGramsPerKm
           END-IF.

       ClearOneGroup.
           MOVE ZERO TO GrpVehicles(GrpIdx)
           MOVE ZERO TO GrpMiles(GrpIdx)
           MOVE ZERO TO GrpKg(GrpIdx).

       LoadFleetVehicles.
           OPEN INPUT FleetFile
           PERFORM ReadNextFleet
           PERFORM AddOneFleetVehicle UNTIL FleetAtEnd
           CLOSE FleetFile.

       AddOneFleetVehicle.
           IF VehCount < VehMax
               ADD 1 TO VehCount
               MOVE RegistrationNumber OF FleetRec
                   TO VehRegistration(VehCount)
               MOVE ManufacturerGroup TO VehGroup(VehCount)
               EVALUATE TRUE
                   WHEN GroupIsVWGroup
                       MOVE 1 TO VehGroupIdx(VehCount)
                   WHEN GroupIsGerman
                       MOVE 2 TO VehGroupIdx(VehCount)
                   WHEN OTHER
                       MOVE 3 TO VehGroupIdx(VehCount)
               END-EVALUATE
               MOVE FuelType TO VehFuelType(VehCount)
               IF Co2GramsPerKm IS NUMERIC
                   MOVE Co2GramsPerKm TO VehRating(VehCount)
               ELSE
                   MOVE ZERO TO VehRating(VehCount)
               END-IF
               MOVE ZERO TO VehReadingBefore(VehCount)
               MOVE ZERO TO VehFirstInYear(VehCount)
               MOVE ZERO TO VehLastInYear(VehCount)
               MOVE ZERO TO VehLitres(VehCount)
           ELSE
               ADD 1 TO VehiclesNotReported
           END-IF
           PERFORM ReadNextFleet.

      *>   Readings only ever rise, so the last reading before the
      *>   year is the highest dated before it, and the first and
      *>   last in the year the lowest and highest dated within it.
       LoadOdometerReadings.
           OPEN INPUT OdometerHistoryFile
           IF NOT OdometerHistoryNotFound
               PERFORM ReadNextReading
               PERFORM WeighOneReading UNTIL OdometerHistoryAtEnd
               CLOSE OdometerHistoryFile
           END-IF.

       WeighOneReading.
           ADD 1 TO ReadingsRead
           IF OdoReadingDate <= YearEndDate
               MOVE OdoRegistrationNumber TO SearchRegistration
               PERFORM FindVehicleEntry
               IF VehFound
                   PERFORM PlaceOneReading
               END-IF
           END-IF
           PERFORM ReadNextReading.

       PlaceOneReading.
           IF OdoReadingDate < YearStartDate
               IF OdoReading > VehReadingBefore(VehIdx)
                   MOVE OdoReading TO VehReadingBefore(VehIdx)
               END-IF
           ELSE
               IF VehFirstInYear(VehIdx) = ZERO
                  OR OdoReading < VehFirstInYear(VehIdx)
                   MOVE OdoReading TO VehFirstInYear(VehIdx)
               END-IF
               IF OdoReading > VehLastInYear(VehIdx)
                   MOVE OdoReading TO VehLastInYear(VehIdx)
               END-IF
           END-IF.

       LoadFuelFills.
           OPEN INPUT FuelHistoryFile
           IF NOT FuelHistoryNotFound
               PERFORM ReadNextFill
               PERFORM WeighOneFill UNTIL FuelHistoryAtEnd
               CLOSE FuelHistoryFile
           END-IF.

       WeighOneFill.
           ADD 1 TO FillsRead
           IF FulFillDate >= YearStartDate
              AND FulFillDate <= YearEndDate
               MOVE FulRegistrationNumber TO SearchRegistration
               PERFORM FindVehicleEntry
               IF VehFound
                   ADD FulLitres TO VehLitres(VehIdx)
               ELSE
                   ADD FulLitres TO UnmatchedLitres
               END-IF
           END-IF
           PERFORM ReadNextFill.

       FindVehicleEntry.
           MOVE "N" TO VehFoundFlag
           PERFORM ScanOneVehicle
               VARYING VehIdx FROM 1 BY 1
               UNTIL VehIdx > VehCount OR VehFound
           IF VehFound
               SUBTRACT 1 FROM VehIdx
           END-IF.

      *>   The VARYING loop leaves VehIdx one past the entry that
      *>   matched, so FindVehicleEntry steps it back before use.
       ScanOneVehicle.
           IF VehRegistration(VehIdx) = SearchRegistration
               MOVE "Y" TO VehFoundFlag
           END-IF.

       ReportOneVehicle.
           MOVE VehReadingBefore(VehIdx) TO OpeningReading
           IF OpeningReading = ZERO
               MOVE VehFirstInYear(VehIdx) TO OpeningReading
           END-IF
           MOVE ZERO TO VehicleMiles
           IF VehLastInYear(VehIdx) > OpeningReading
               COMPUTE VehicleMiles =
                       VehLastInYear(VehIdx) - OpeningReading
           END-IF
           COMPUTE VehicleKm ROUNDED = VehicleMiles * KmPerMile
           COMPUTE RatedKg ROUNDED =
                   VehicleKm * VehRating(VehIdx) / 1000
           EVALUATE VehFuelType(VehIdx)
               WHEN "D"
                   MOVE DieselKgPerLitre TO KgPerLitre
               WHEN "E"
                   MOVE ZERO TO KgPerLitre
               WHEN OTHER
                   MOVE PetrolKgPerLitre TO KgPerLitre
           END-EVALUATE
           COMPUTE FuelKg ROUNDED = VehLitres(VehIdx) * KgPerLitre
           MOVE ZERO TO ActualGramsPerKm
           IF VehLitres(VehIdx) > ZERO
               MOVE FuelKg TO ReportedKg
               IF VehicleKm > ZERO
                   COMPUTE ActualGramsPerKm ROUNDED =
                           FuelKg * 1000 / VehicleKm
                       ON SIZE ERROR
                           MOVE 999 TO ActualGramsPerKm
                   END-COMPUTE
               END-IF
           ELSE
               MOVE RatedKg TO ReportedKg
           END-IF
           IF ActualGramsPerKm > ZERO
               MOVE ActualGramsPerKm TO JudgedGramsPerKm
           ELSE
               MOVE VehRating(VehIdx) TO JudgedGramsPerKm
           END-IF
           MOVE "N" TO EmvHighEmitterFlag
           MOVE SPACES TO VhdRemark
           EVALUATE TRUE
               WHEN VehFuelType(VehIdx) NOT = "E"
                AND JudgedGramsPerKm > HighEmitterGramsPerKm
                   MOVE "Y" TO EmvHighEmitterFlag
                   MOVE "HIGH EMITTER" TO VhdRemark
                   ADD 1 TO HighEmitters
               WHEN VehFuelType(VehIdx) = SPACE
                   MOVE "NO FUEL TYPE" TO VhdRemark
               WHEN VehRating(VehIdx) = ZERO
                AND VehFuelType(VehIdx) NOT = "E"
                   MOVE "NO CO2 RATING" TO VhdRemark
               WHEN VehicleMiles = ZERO
                   MOVE "NO MILES READ" TO VhdRemark
           END-EVALUATE
           MOVE VehGroupIdx(VehIdx) TO GrpIdx
           ADD 1 TO GrpVehicles(GrpIdx)
           ADD VehicleMiles TO GrpMiles(GrpIdx)
           ADD ReportedKg TO GrpKg(GrpIdx)
           ADD 1 TO FleetVehicles
           ADD VehicleMiles TO FleetMiles
           ADD VehLitres(VehIdx) TO FleetLitres
           ADD ReportedKg TO FleetKg
           MOVE VehRegistration(VehIdx) TO VhdRegistration
           MOVE VehGroup(VehIdx) TO VhdGroup
           MOVE VehFuelType(VehIdx) TO VhdFuelType
           MOVE VehRating(VehIdx) TO VhdRating
           MOVE VehicleMiles TO VhdMiles
           MOVE VehLitres(VehIdx) TO VhdLitres
           MOVE RatedKg TO VhdRatedKg
           MOVE FuelKg TO VhdFuelKg
           MOVE ActualGramsPerKm TO VhdActualGrams
           MOVE VehicleDetail TO ReportLine
           WRITE ReportLine
           MOVE VehRegistration(VehIdx) TO EmvRegistrationNumber
           MOVE VehFuelType(VehIdx) TO EmvFuelType
           MOVE VehRating(VehIdx) TO EmvRatedGramsPerKm
           MOVE ActualGramsPerKm TO EmvActualGramsPerKm
           MOVE JudgedGramsPerKm TO EmvJudgedGramsPerKm
           MOVE ReportedKg TO EmvKgCo2
           WRITE EmissionsVehicleRec.

       PrintGroupTotals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE GroupColumns TO ReportLine
           WRITE ReportLine
           PERFORM PrintOneGroup
               VARYING GrpIdx FROM 1 BY 1 UNTIL GrpIdx > 3
           IF UnmatchedLitres > ZERO
               COMPUTE UnmatchedKg ROUNDED =
                       UnmatchedLitres * PetrolKgPerLitre
               ADD UnmatchedLitres TO FleetLitres
               ADD UnmatchedKg TO FleetKg
               MOVE UnmatchedLitres TO UnlLitres
               COMPUTE UnlTonnes ROUNDED = UnmatchedKg / 1000
               MOVE UnmatchedLine TO ReportLine
               WRITE ReportLine
           END-IF
           MOVE "FLEET" TO GrdName
           MOVE FleetVehicles TO GrdVehicles
           MOVE FleetMiles TO GrdMiles
           COMPUTE GrdTonnes ROUNDED = FleetKg / 1000
           COMPUTE TotalKm ROUNDED = FleetMiles * KmPerMile
           MOVE ZERO TO AverageGramsPerKm
           IF TotalKm > ZERO
               COMPUTE AverageGramsPerKm ROUNDED =
                       FleetKg * 1000 / TotalKm
                   ON SIZE ERROR
                       MOVE 9999 TO AverageGramsPerKm
               END-COMPUTE
           END-IF
           MOVE AverageGramsPerKm TO GrdAverage
           MOVE GroupDetail TO ReportLine
           WRITE ReportLine.

       PrintOneGroup.
           MOVE GrpName(GrpIdx) TO GrdName
           MOVE GrpVehicles(GrpIdx) TO GrdVehicles
           MOVE GrpMiles(GrpIdx) TO GrdMiles
           COMPUTE GrdTonnes ROUNDED = GrpKg(GrpIdx) / 1000
           COMPUTE TotalKm ROUNDED = GrpMiles(GrpIdx) * KmPerMile
           MOVE ZERO TO AverageGramsPerKm
           IF TotalKm > ZERO
               COMPUTE AverageGramsPerKm ROUNDED =
                       GrpKg(GrpIdx) * 1000 / TotalKm
                   ON SIZE ERROR
                       MOVE 9999 TO AverageGramsPerKm
               END-COMPUTE
           END-IF
           MOVE AverageGramsPerKm TO GrdAverage
           MOVE GroupDetail TO ReportLine
           WRITE ReportLine.

      *>   RecordYearTotal keeps the year's total on the history; a
      *>   re-run of the same year replaces the row it wrote.
       RecordYearTotal.
           OPEN I-O EmissionsHistoryFile
           IF EmissionsHistoryNotFound
               OPEN OUTPUT EmissionsHistoryFile
               CLOSE EmissionsHistoryFile
               OPEN I-O EmissionsHistoryFile
           END-IF
           MOVE ReportYear TO EmhYear
           MOVE FleetVehicles TO EmhVehicleCount
           MOVE FleetMiles TO EmhMiles
           MOVE FleetLitres TO EmhLitres
           MOVE FleetKg TO EmhKgCo2
           MOVE TodayYYYYMMDD TO EmhRunDate
           WRITE EmissionsHistoryRec
               INVALID KEY
                   REWRITE EmissionsHistoryRec
           END-WRITE.

      *>   PrintTargetProgress sets the reduction achieved since the
      *>   baseline year against the share of the target due by
      *>   now on a straight line to the target year.
       PrintTargetProgress.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "PROGRESS AGAINST REDUCTION TARGET" TO ReportLine
           WRITE ReportLine
           MOVE ZERO TO BaseKg
           IF BaseYear > ZERO AND BaseYear < ReportYear
               MOVE BaseYear TO EmhYear
               READ EmissionsHistoryFile
                   NOT INVALID KEY
                       MOVE EmhKgCo2 TO BaseKg
               END-READ
           END-IF
           CLOSE EmissionsHistoryFile
           IF BaseKg = ZERO OR TargetYear <= BaseYear
               MOVE "No baseline year or target set on EMISPARM"
                   TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE "Baseline year" TO PrgLabel
               MOVE BaseYear TO PrgYear
               COMPUTE PrgTonnes ROUNDED = BaseKg / 1000
               MOVE ProgressLine TO ReportLine
               WRITE ReportLine
               MOVE "This year" TO PrgLabel
               MOVE ReportYear TO PrgYear
               COMPUTE PrgTonnes ROUNDED = FleetKg / 1000
               MOVE ProgressLine TO ReportLine
               WRITE ReportLine
               COMPUTE AchievedPct ROUNDED =
                       (BaseKg - FleetKg) * 100 / BaseKg
               COMPUTE YearsElapsed = ReportYear - BaseYear
               COMPUTE YearsToTarget = TargetYear - BaseYear
               IF YearsElapsed > YearsToTarget
                   MOVE YearsToTarget TO YearsElapsed
               END-IF
               COMPUTE RequiredPct ROUNDED = TargetReductionPct
                       * YearsElapsed / YearsToTarget
               MOVE "Reduction on baseline achieved" TO PclLabel
               MOVE AchievedPct TO PclPercent
               IF AchievedPct >= RequiredPct
                   MOVE "ON TRACK" TO PclStatus
               ELSE
                   MOVE "BEHIND TARGET" TO PclStatus
               END-IF
               MOVE PercentLine TO ReportLine
               WRITE ReportLine
               MOVE "Reduction due by now on target path"
                   TO PclLabel
               MOVE RequiredPct TO PclPercent
               MOVE SPACES TO PclStatus
               MOVE PercentLine TO ReportLine
               WRITE ReportLine
               MOVE SPACES TO PclLabel
               STRING "Target reduction by " TargetYear
                   DELIMITED BY SIZE INTO PclLabel
               MOVE TargetReductionPct TO PclPercent
               MOVE PercentLine TO ReportLine
               WRITE ReportLine
           END-IF.

       ReadNextFleet.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
           END-READ.

       ReadNextReading.
           READ OdometerHistoryFile
               AT END MOVE "10" TO OdometerHistoryStatus
           END-READ.

       ReadNextFill.
           READ FuelHistoryFile
               AT END MOVE "10" TO FuelHistoryStatus
           END-READ.
