       IDENTIFICATION DIVISION.
       PROGRAM-ID. FleetCostRecharge.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Month-end fleet cost recharge. For the period named on
      *>   the RCHPERD card the run prices every vehicle on the
      *>   fleet for the month:
      *>     - depreciation, a twelfth of the year's fall in book
      *>       value off FleetBookValue, the figure the
      *>       depreciation report shows (none on a leased car);
      *>     - service cost off the month's SVCHIST rows;
      *>     - fuel off the month's fills on the FUELHIST log the
      *>       fuel log keeps of each day's FUELTRAN;
      *>     - insurance, a twelfth of the INSBAND premium priced
      *>       the way the insurance renewal prices it;
      *>     - lease rental off LEASECON while the contract runs;
      *>   and charges it to cost centres. A vehicle tagged with a
      *>   department's cost centre on the fleet master is that
      *>   department's outright. Any other vehicle is shared over
      *>   the month's DRVASSGN assigned days and VEHRESV booked
      *>   days, each day going to the driver's DRIVERMS cost
      *>   centre, the last share taking the rounding; a booked day
      *>   the vehicle was also assigned counts once, as assigned.
      *>   A vehicle nobody drove, a driver with no cost centre,
      *>   and the service or fuel of a vehicle no longer on the
      *>   fleet stay with the fleet office's own cost centre FLEET.
      *>   The RCHSTMT statement shows each cost centre its
      *>   vehicles; the GLJRNL journal debits each cost centre's
      *>   recharge account (GLACCMAP key RCH plus the cost
      *>   centre) and credits the fleet's cost recovery account
      *>   for each kind of cost, with the balancing trailer. No
      *>   period card is a severe error (3231); a period
      *>   PeriodEndClose has already closed is refused (3232).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RechargePeriodFile ASSIGN TO "RCHPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RechargePeriodStatus.
           SELECT PeriodFile ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PeriodControlKey
               FILE STATUS IS PeriodFileStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT AssignmentFile ASSIGN TO "DRVASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AssignmentKey
               FILE STATUS IS AssignmentStatus.
           SELECT ReservationFile ASSIGN TO "VEHRESV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ReservationKey
               FILE STATUS IS ReservationStatus.
           SELECT LeaseFile ASSIGN TO "LEASECON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LseRegistrationNumber
               FILE STATUS IS LeaseFileStatus.
           SELECT BandFile ASSIGN TO "INSBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BandKey
               FILE STATUS IS BandFileStatus.
           SELECT ServiceHistoryFile ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ServiceHistoryStatus.
           SELECT FuelHistoryFile ASSIGN TO "FUELHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FuelHistoryStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT GLJournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RechargeStatement ASSIGN TO "RCHSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RechargePeriodFile.
       01 RechargePeriodRec.
           02 RcpYear PIC 9(4).
           02 RcpMonth PIC 9(2).
       FD PeriodFile.
       COPY PERIODCT.
       FD FleetFile.
       COPY FLEETREC.
       FD DriverFile.
       COPY DRIVERMS.
       FD AssignmentFile.
       COPY DRVASSGN.
       FD ReservationFile.
       COPY VEHRESV.
       FD LeaseFile.
       COPY LEASECON.
       FD BandFile.
       COPY INSBAND.
       FD ServiceHistoryFile.
       COPY SVCHIST.
       FD FuelHistoryFile.
       COPY FUELTRAN.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD GLJournalFile.
       COPY GLJRNL.
       FD RechargeStatement.
       01 StatementLine PIC X(100).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 RechargePeriodStatus PIC XX VALUE "00".
           88 RechargePeriodNotFound VALUE "35".
       01 PeriodFileStatus PIC XX VALUE "00".
           88 PeriodFileNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
           88 FleetAtEnd VALUE "10".
       01 DriverFileStatus PIC XX VALUE "00".
           88 DriverFileNotFound VALUE "35".
       01 DriverFileOpenFlag PIC X VALUE "N".
           88 DriverFileOpen VALUE "Y".
       01 AssignmentStatus PIC XX VALUE "00".
           88 AssignmentAtEnd VALUE "10".
           88 AssignmentNotFound VALUE "35".
       01 AssignmentOpenFlag PIC X VALUE "N".
           88 AssignmentFileOpen VALUE "Y".
       01 ReservationStatus PIC XX VALUE "00".
           88 ReservationAtEnd VALUE "10".
           88 ReservationNotFound VALUE "35".
       01 ReservationOpenFlag PIC X VALUE "N".
           88 ReservationFileOpen VALUE "Y".
       01 LeaseFileStatus PIC XX VALUE "00".
           88 LeaseFileNotFound VALUE "35".
       01 LeaseOpenFlag PIC X VALUE "N".
           88 LeaseFileOpen VALUE "Y".
       01 BandFileStatus PIC XX VALUE "00".
           88 BandFileNotFound VALUE "35".
       01 BandOpenFlag PIC X VALUE "N".
           88 BandFileOpen VALUE "Y".
       01 ServiceHistoryStatus PIC XX VALUE "00".
           88 ServiceHistoryAtEnd VALUE "10".
           88 ServiceHistoryNotFound VALUE "35".
       01 FuelHistoryStatus PIC XX VALUE "00".
           88 FuelHistoryAtEnd VALUE "10".
           88 FuelHistoryNotFound VALUE "35".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapFileOpenFlag PIC X VALUE "N".
           88 MapFileOpen VALUE "Y".
       01 PeriodCardFlag PIC X VALUE "N".
           88 PeriodCardRead VALUE "Y".
       01 PeriodClosedFlag PIC X VALUE "N".
           88 RunPeriodClosed VALUE "Y".
       01 RunYear PIC 9(4) VALUE ZERO.
       01 RunMonth PIC 9(2) VALUE ZERO.
       01 MonthStartDate PIC 9(8) VALUE ZERO.
       01 MonthEndDate PIC 9(8) VALUE ZERO.
       01 NextYearDate PIC 9(8) VALUE ZERO.
       01 DaysInMonth PIC 9(2) VALUE ZERO.
       01 MonthLengthValues PIC X(24)
           VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           02 MonthLength PIC 9(2) OCCURS 12 TIMES.
       01 LeapQuotient PIC 9(4) VALUE ZERO.
       01 LeapRemainder4 PIC 9(3) VALUE ZERO.
       01 LeapRemainder100 PIC 9(3) VALUE ZERO.
       01 LeapRemainder400 PIC 9(3) VALUE ZERO.
      *>   The fleet office's own cost centre: what nobody else
      *>   can be charged for stays here.
       01 FleetCostCentre PIC X(5) VALUE "FLEET".
      *>   The month's service and fuel per registration, gathered
      *>   in one pass of each history before the fleet walk, the
      *>   replacement plan's table idiom. CstCharged marks an
      *>   entry a fleet vehicle has taken up.
       01 CostMax PIC 9(3) VALUE 300.
       01 CostCount PIC 9(3) VALUE ZERO.
       01 CostTable.
           02 CostEntry OCCURS 300 TIMES.
               03 CstRegistration PIC X(8).
               03 CstService PIC 9(7)V99.
               03 CstFuel PIC 9(7)V99.
               03 CstChargedFlag PIC X.
                   88 CstCharged VALUE "Y".
       01 CostIdx PIC 9(3) COMP VALUE ZERO.
       01 CostFoundFlag PIC X VALUE "N".
           88 CostFound VALUE "Y".
       01 CostRegistration PIC X(8) VALUE SPACES.
       01 CostsNotOnFleet PIC 9(5) COMP VALUE ZERO.
      *>   One vehicle's month, by kind of cost: 1 depreciation,
      *>   2 service, 3 fuel, 4 insurance, 5 lease rental.
       01 VehicleCosts.
           02 VehCost PIC 9(7)V99 OCCURS 5 TIMES.
       01 VehicleAllocated.
           02 VehAllocated PIC 9(7)V99 OCCURS 5 TIMES.
       01 VehicleTotal PIC 9(7)V99 VALUE ZERO.
       01 ChargeRegistration PIC X(8) VALUE SPACES.
       01 ChargeBasis PIC X(5) VALUE SPACES.
       01 CompIdx PIC 9 COMP VALUE ZERO.
       01 SharePart PIC 9(7)V99 VALUE ZERO.
       01 BookValue PIC 9(6)V99 VALUE ZERO.
       01 NextBookValue PIC 9(6)V99 VALUE ZERO.
       01 AnnualPremium PIC 9(7)V99 VALUE ZERO.
       01 LeasedFlag PIC X VALUE "N".
           88 VehicleLeased VALUE "Y".
      *>   The cost centres sharing one vehicle and their days.
       01 ShareMax PIC 9(2) VALUE 20.
       01 ShareCount PIC 9(2) VALUE ZERO.
       01 ShareTable.
           02 ShareEntry OCCURS 20 TIMES.
               03 ShrCostCentre PIC X(5).
               03 ShrDays PIC 9(3).
       01 ShareIdx PIC 9(2) COMP VALUE ZERO.
       01 ShareFoundFlag PIC X VALUE "N".
           88 ShareFound VALUE "Y".
       01 ShareTotalDays PIC 9(3) VALUE ZERO.
       01 ShareCostCentre PIC X(5) VALUE SPACES.
       01 ShareDays PIC 9(3) VALUE ZERO.
       01 UsedFromDate PIC 9(8) VALUE ZERO.
       01 UsedFromParts REDEFINES UsedFromDate.
           02 FILLER PIC 9(6).
           02 UsedFromDay PIC 9(2).
       01 UsedToDate PIC 9(8) VALUE ZERO.
       01 UsedToParts REDEFINES UsedToDate.
           02 FILLER PIC 9(6).
           02 UsedToDay PIC 9(2).
       01 UsedDriverId PIC X(6) VALUE SPACES.
       01 UsedSourceFlag PIC X VALUE "A".
           88 UsedByAssignment VALUE "A".
           88 UsedByBooking VALUE "R".
      *>   The days of the month the vehicle in hand is assigned to
      *>   a driver, so a booking adds only the days outside them.
       01 AssignedDayMap.
           02 AssignedDayFlag PIC X OCCURS 31 TIMES.
               88 DayAssigned VALUE "Y".
       01 DayIdx PIC 9(2) COMP VALUE ZERO.
      *>   Every vehicle's share, for the statement.
       01 AlcMax PIC 9(4) VALUE 2000.
       01 AlcCount PIC 9(4) VALUE ZERO.
       01 AllocationTable.
           02 AllocationEntry OCCURS 2000 TIMES.
               03 AlcCostCentre PIC X(5).
               03 AlcRegistration PIC X(8).
               03 AlcBasis PIC X(5).
               03 AlcDays PIC 9(3).
               03 AlcAmount PIC 9(7)V99 OCCURS 5 TIMES.
       01 AlcIdx PIC 9(4) COMP VALUE ZERO.
       01 AlcStoredFlag PIC X VALUE "N".
           88 AlcStored VALUE "Y".
       01 AllocationsLost PIC 9(5) COMP VALUE ZERO.
      *>   Cost centre totals; entry one is always FLEET, which
      *>   takes anything that will not fit.
       01 CcMax PIC 9(3) VALUE 100.
       01 CcCount PIC 9(3) VALUE ZERO.
       01 CostCentreTable.
           02 CostCentreEntry OCCURS 100 TIMES.
               03 CctCostCentre PIC X(5).
               03 CctAmount PIC 9(9)V99 OCCURS 5 TIMES.
               03 CctTotal PIC 9(9)V99.
               03 CctPrintedFlag PIC X.
                   88 CctPrinted VALUE "Y".
       01 CcIdx PIC 9(3) COMP VALUE ZERO.
       01 CcFoundFlag PIC X VALUE "N".
           88 CcFound VALUE "Y".
       01 PrintCcIdx PIC 9(3) COMP VALUE ZERO.
       01 CcPrintCount PIC 9(3) COMP VALUE ZERO.
       01 SearchCostCentre PIC X(5) VALUE SPACES.
       01 ComponentTotals.
           02 CompTotal PIC 9(9)V99 OCCURS 5 TIMES.
       01 RechargeTotal PIC 9(9)V99 VALUE ZERO.
      *>   The fleet's cost recovery posting key for each kind of
      *>   cost, in component order.
       01 CreditKeyValues PIC X(40)
           VALUE "RCHDEPCRRCHSVCCRRCHFULCRRCHINSCRRCHLSECR".
       01 CreditKeyTable REDEFINES CreditKeyValues.
           02 CreditKey PIC X(8) OCCURS 5 TIMES.
       01 VehiclesRead PIC 9(7) COMP VALUE ZERO.
       01 VehiclesCharged PIC 9(7) COMP VALUE ZERO.
       01 CountDisplayRead PIC Z(6)9.
       01 CountDisplayCharged PIC Z(6)9.
       01 CountDisplayGone PIC Z(4)9.
       01 DebitTotal PIC 9(11)V99 VALUE ZERO.
       01 CreditTotal PIC 9(11)V99 VALUE ZERO.
       01 LinesWritten PIC 9(7) VALUE ZERO.
       01 MappedAccount PIC X(8) VALUE SPACES.
       01 PostingSource PIC X(8) VALUE "FLEETRCH".
       01 PostingAmount PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "FleetCostRecharge".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 StatementHeading.
           02 FILLER PIC X(30) VALUE
               "FLEET COST RECHARGE - PERIOD ".
           02 SthMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 SthYear PIC 9(4).
           02 FILLER PIC X(8) VALUE "  RUN ON".
           02 FILLER PIC X(1) VALUE SPACE.
           02 SthDate PIC 9(8).
       01 CostCentreHeading.
           02 FILLER PIC X(12) VALUE "COST CENTRE ".
           02 CchCostCentre PIC X(5).
       01 StatementColumns.
           02 FILLER PIC X(45) VALUE
               "VEHICLE  BASIS DAYS      DEPRECN      SERVICE".
           02 FILLER PIC X(52) VALUE
               "         FUEL    INSURANCE        LEASE        TOTAL".
       01 StatementDetail.
           02 StdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdBasis PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdDays PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdDepreciation PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdService PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdFuel PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdInsurance PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdLease PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 StdTotal PIC Z,ZZZ,ZZ9.99.
       01 StatementTotalLine.
           02 SttLabel PIC X(19).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttDepreciation PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttService PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttFuel PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttInsurance PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttLease PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SttTotal PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadRechargePeriod
           OPEN OUTPUT RechargeStatement
           OPEN OUTPUT GLJournalFile
           IF NOT PeriodCardRead
               MOVE 3231 TO ExceptionNumber
               MOVE "S" TO ExceptionSeverity
               MOVE "No RCHPERD period card - nothing recharged"
                   TO ExceptionText
               PERFORM RaiseRechargeException
               MOVE "NO PERIOD CARD - RUN ABANDONED"
                   TO StatementLine
               WRITE StatementLine
           ELSE
               PERFORM CheckRunPeriodOpen
               MOVE RunMonth TO SthMonth
               MOVE RunYear TO SthYear
               MOVE TodayYYYYMMDD TO SthDate
               MOVE StatementHeading TO StatementLine
               WRITE StatementLine
               IF RunPeriodClosed
                   MOVE 3232 TO ExceptionNumber
                   MOVE "E" TO ExceptionSeverity
                   MOVE SPACES TO ExceptionText
                   STRING "Period " RunMonth "/" RunYear
                          " already closed - nothing recharged"
                       DELIMITED BY SIZE INTO ExceptionText
                   PERFORM RaiseRechargeException
                   MOVE "PERIOD ALREADY CLOSED - NOTHING POSTED"
                       TO StatementLine
                   WRITE StatementLine
               ELSE
                   PERFORM RechargeFleet
               END-IF
           END-IF
           PERFORM WriteJournalTrailer
           CLOSE GLJournalFile
           CLOSE RechargeStatement
           MOVE VehiclesRead TO ReadForReport
           MOVE AlcCount TO WrittenForReport
           MOVE AllocationsLost TO RejectedForReport
           MOVE RechargeTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

       ReadRechargePeriod.
           OPEN INPUT RechargePeriodFile
           IF NOT RechargePeriodNotFound
               READ RechargePeriodFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RcpYear NUMERIC
                          AND RcpMonth NUMERIC
                          AND RcpMonth > ZERO
                          AND RcpMonth NOT > 12
                           MOVE "Y" TO PeriodCardFlag
                           MOVE RcpYear TO RunYear
                           MOVE RcpMonth TO RunMonth
                       END-IF
               END-READ
               CLOSE RechargePeriodFile
           END-IF.

      *>   CheckRunPeriodOpen - no PERIODCT, or no row for the
      *>   period, means the period is open.
       CheckRunPeriodOpen.
           MOVE "N" TO PeriodClosedFlag
           OPEN INPUT PeriodFile
           IF NOT PeriodFileNotFound
               MOVE RunYear TO PcdBillYear
               MOVE RunMonth TO PcdBillMonth
               READ PeriodFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PcdClosed
                           MOVE "Y" TO PeriodClosedFlag
                       END-IF
               END-READ
               CLOSE PeriodFile
           END-IF.

       RechargeFleet.
           PERFORM SetMonthBounds
           PERFORM OpenReferenceFiles
           PERFORM LoadMonthCosts
           MOVE 1 TO CcCount
           MOVE FleetCostCentre TO CctCostCentre(1)
           PERFORM ClearCostCentreEntry
           OPEN INPUT FleetFile
           PERFORM ReadNextVehicle
           PERFORM RechargeOneVehicle UNTIL FleetAtEnd
           CLOSE FleetFile
           PERFORM ChargeCostNotOnFleet
               VARYING CostIdx FROM 1 BY 1
               UNTIL CostIdx > CostCount
           PERFORM PrintStatement
           PERFORM PostRechargeJournals
           PERFORM CloseReferenceFiles.

      *>   SetMonthBounds - the period's first and last days, with
      *>   February's leap day by the Gregorian rule.
       SetMonthBounds.
           MOVE MonthLength(RunMonth) TO DaysInMonth
           IF RunMonth = 2
               DIVIDE RunYear BY 4
                   GIVING LeapQuotient REMAINDER LeapRemainder4
               DIVIDE RunYear BY 100
                   GIVING LeapQuotient REMAINDER LeapRemainder100
               DIVIDE RunYear BY 400
                   GIVING LeapQuotient REMAINDER LeapRemainder400
               IF LeapRemainder4 = ZERO
                  AND (LeapRemainder100 NOT = ZERO
                       OR LeapRemainder400 = ZERO)
                   MOVE 29 TO DaysInMonth
               END-IF
           END-IF
           COMPUTE MonthStartDate =
                   RunYear * 10000 + RunMonth * 100 + 1
           COMPUTE MonthEndDate =
                   RunYear * 10000 + RunMonth * 100 + DaysInMonth
           COMPUTE NextYearDate = MonthEndDate + 10000.

       OpenReferenceFiles.
           MOVE "Y" TO MapFileOpenFlag
           OPEN INPUT GLAccountMapFile
           IF GLAccountMapNotFound
               MOVE "N" TO MapFileOpenFlag
               DISPLAY "FleetCostRecharge - no GLACCMAP on "
                       "file, all lines post to suspense"
           END-IF
           MOVE "Y" TO DriverFileOpenFlag
           OPEN INPUT DriverFile
           IF DriverFileNotFound
               MOVE "N" TO DriverFileOpenFlag
           END-IF
           MOVE "Y" TO AssignmentOpenFlag
           OPEN INPUT AssignmentFile
           IF AssignmentNotFound
               MOVE "N" TO AssignmentOpenFlag
           END-IF
           MOVE "Y" TO ReservationOpenFlag
           OPEN INPUT ReservationFile
           IF ReservationNotFound
               MOVE "N" TO ReservationOpenFlag
           END-IF
           MOVE "Y" TO LeaseOpenFlag
           OPEN INPUT LeaseFile
           IF LeaseFileNotFound
               MOVE "N" TO LeaseOpenFlag
           END-IF
           MOVE "Y" TO BandOpenFlag
           OPEN INPUT BandFile
           IF BandFileNotFound
               MOVE "N" TO BandOpenFlag
               DISPLAY "FleetCostRecharge - no INSBAND on "
                       "file, no insurance recharged"
           END-IF.

       CloseReferenceFiles.
           IF MapFileOpen
               CLOSE GLAccountMapFile
           END-IF
           IF DriverFileOpen
               CLOSE DriverFile
           END-IF
           IF AssignmentFileOpen
               CLOSE AssignmentFile
           END-IF
           IF ReservationFileOpen
               CLOSE ReservationFile
           END-IF
           IF LeaseFileOpen
               CLOSE LeaseFile
           END-IF
           IF BandFileOpen
               CLOSE BandFile
           END-IF.

      *>   LoadMonthCosts gathers the month's service and fuel by
      *>   registration.
       LoadMonthCosts.
           OPEN INPUT ServiceHistoryFile
           IF NOT ServiceHistoryNotFound
               PERFORM ReadNextService
               PERFORM AddOneServiceCost UNTIL ServiceHistoryAtEnd
               CLOSE ServiceHistoryFile
           END-IF
           OPEN INPUT FuelHistoryFile
           IF NOT FuelHistoryNotFound
               PERFORM ReadNextFuel
               PERFORM AddOneFuelCost UNTIL FuelHistoryAtEnd
               CLOSE FuelHistoryFile
           END-IF.

       AddOneServiceCost.
           IF SvcServiceDate NOT < MonthStartDate
              AND SvcServiceDate NOT > MonthEndDate
               MOVE SvcRegistrationNumber TO CostRegistration
               PERFORM AddCostEntry
               IF CostFound
                   ADD SvcCost TO CstService(CostIdx)
               END-IF
           END-IF
           PERFORM ReadNextService.

       AddOneFuelCost.
           IF FulFillDate NOT < MonthStartDate
              AND FulFillDate NOT > MonthEndDate
               MOVE FulRegistrationNumber TO CostRegistration
               PERFORM AddCostEntry
               IF CostFound
                   ADD FulCost TO CstFuel(CostIdx)
               END-IF
           END-IF
           PERFORM ReadNextFuel.

       AddCostEntry.
           PERFORM FindCostEntry
           IF NOT CostFound
               IF CostCount < CostMax
                   ADD 1 TO CostCount
                   MOVE CostRegistration
                       TO CstRegistration(CostCount)
                   MOVE ZERO TO CstService(CostCount)
                   MOVE ZERO TO CstFuel(CostCount)
                   MOVE "N" TO CstChargedFlag(CostCount)
                   MOVE CostCount TO CostIdx
                   MOVE "Y" TO CostFoundFlag
               ELSE
                   DISPLAY "FleetCostRecharge - cost table full, "
                           CostRegistration " not recharged"
               END-IF
           END-IF.

       FindCostEntry.
           MOVE "N" TO CostFoundFlag
           PERFORM ScanOneCost
               VARYING CostIdx FROM 1 BY 1
               UNTIL CostIdx > CostCount OR CostFound
           IF CostFound
               SUBTRACT 1 FROM CostIdx
           END-IF.

      *>   The VARYING loop leaves CostIdx one past the entry that
      *>   matched, so FindCostEntry steps it back before use.
       ScanOneCost.
           IF CstRegistration(CostIdx) = CostRegistration
               MOVE "Y" TO CostFoundFlag
           END-IF.

      *>   RechargeOneVehicle prices one vehicle's month and shares
      *>   it out; a vehicle bought after the month is not charged.
       RechargeOneVehicle.
           ADD 1 TO VehiclesRead
           IF PurchaseDate NOT > MonthEndDate
               MOVE ZERO TO VehicleCosts
               MOVE RegistrationNumber OF FleetRec
                   TO ChargeRegistration
               MOVE RegistrationNumber OF FleetRec
                   TO CostRegistration
               PERFORM FindCostEntry
               IF CostFound
                   MOVE CstService(CostIdx) TO VehCost(2)
                   MOVE CstFuel(CostIdx) TO VehCost(3)
                   MOVE "Y" TO CstChargedFlag(CostIdx)
               END-IF
               PERFORM PriceOwnershipCost
               PERFORM BuildVehicleShares
               PERFORM ChargeVehicleShares
           END-IF
           PERFORM ReadNextVehicle.

      *>   PriceOwnershipCost - lease rental on a leased vehicle
      *>   while its contract runs, otherwise depreciation; and
      *>   the month's insurance on either.
       PriceOwnershipCost.
           MOVE "N" TO LeasedFlag
           IF LeaseFileOpen
               MOVE RegistrationNumber OF FleetRec
                   TO LseRegistrationNumber
               READ LeaseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LeasedFlag
                       IF LseStartDate NOT > MonthEndDate
                          AND (LseEndDate = ZERO
                               OR LseEndDate NOT < MonthStartDate)
                           MOVE LseMonthlyRental TO VehCost(5)
                       END-IF
               END-READ
           END-IF
           CALL "FleetBookValue" USING ManufacturerGroup
                   PurchasePrice PurchaseDate MonthEndDate
                   BookValue
           END-CALL
           IF NOT VehicleLeased
               CALL "FleetBookValue" USING ManufacturerGroup
                       PurchasePrice PurchaseDate NextYearDate
                       NextBookValue
               END-CALL
               IF BookValue > NextBookValue
                   COMPUTE VehCost(1) ROUNDED =
                           (BookValue - NextBookValue) / 12
               END-IF
           END-IF
           IF BandFileOpen
               MOVE InsuranceBand TO BandKey
               READ BandFile
                   INVALID KEY
                       DISPLAY "FleetCostRecharge - "
                               RegistrationNumber OF FleetRec
                               " band " InsuranceBand
                               " not on rate file, no insurance"
                   NOT INVALID KEY
                       COMPUTE AnnualPremium ROUNDED =
                               BandBasePremium
                               + BookValue * BandPctOfValue / 100
                       COMPUTE VehCost(4) ROUNDED =
                               AnnualPremium / 12
               END-READ
           END-IF.

      *>   BuildVehicleShares - a department's own vehicle is all
      *>   theirs; any other is shared by the days its drivers
      *>   had it, and one nobody had stays with the fleet office.
       BuildVehicleShares.
           MOVE ZERO TO ShareCount
           MOVE ZERO TO ShareTotalDays
           IF CostCentre NOT = SPACES
               MOVE "OWN" TO ChargeBasis
               MOVE CostCentre TO ShareCostCentre
               MOVE DaysInMonth TO ShareDays
               PERFORM AddDaysToShare
           ELSE
               MOVE "SHARE" TO ChargeBasis
               MOVE ALL "N" TO AssignedDayMap
               IF AssignmentFileOpen
                   PERFORM AddAssignedDays
               END-IF
               IF ReservationFileOpen
                   PERFORM AddBookedDays
               END-IF
               IF ShareCount = ZERO
                   MOVE "IDLE" TO ChargeBasis
                   MOVE FleetCostCentre TO ShareCostCentre
                   MOVE ZERO TO ShareDays
                   PERFORM AddDaysToShare
               END-IF
           END-IF.

       AddAssignedDays.
           MOVE RegistrationNumber OF FleetRec
               TO AsgRegistrationNumber
           MOVE ZERO TO AsgEffectiveFrom
           START AssignmentFile KEY NOT LESS THAN AssignmentKey
               INVALID KEY MOVE "10" TO AssignmentStatus
           END-START
           IF NOT AssignmentAtEnd
               PERFORM ReadNextAssignment
           END-IF
           PERFORM AddOneAssignment
               UNTIL AssignmentAtEnd
               OR AsgRegistrationNumber
                  NOT = RegistrationNumber OF FleetRec
           MOVE "00" TO AssignmentStatus.

       AddOneAssignment.
           MOVE AsgEffectiveFrom TO UsedFromDate
           MOVE AsgEffectiveTo TO UsedToDate
           MOVE AsgDriverId TO UsedDriverId
           MOVE "A" TO UsedSourceFlag
           PERFORM AddUsedDays
           PERFORM ReadNextAssignment.

       AddBookedDays.
           MOVE RegistrationNumber OF FleetRec
               TO RsvRegistrationNumber
           MOVE ZERO TO RsvFromDate
           START ReservationFile KEY NOT LESS THAN ReservationKey
               INVALID KEY MOVE "10" TO ReservationStatus
           END-START
           IF NOT ReservationAtEnd
               PERFORM ReadNextReservation
           END-IF
           PERFORM AddOneReservation
               UNTIL ReservationAtEnd
               OR RsvRegistrationNumber
                  NOT = RegistrationNumber OF FleetRec
           MOVE "00" TO ReservationStatus.

       AddOneReservation.
           MOVE RsvFromDate TO UsedFromDate
           MOVE RsvToDate TO UsedToDate
           MOVE RsvDriverId TO UsedDriverId
           MOVE "R" TO UsedSourceFlag
           PERFORM AddUsedDays
           PERFORM ReadNextReservation.

      *>   AddUsedDays clips a spell of use to the month - an open
      *>   assignment's zero to-date runs to the month end - and
      *>   gives its days to the driver's cost centre. An
      *>   assignment's days are marked as assigned; a booking
      *>   gives only its days no assignment has taken.
       AddUsedDays.
           IF UsedToDate = ZERO OR UsedToDate > MonthEndDate
               MOVE MonthEndDate TO UsedToDate
           END-IF
           IF UsedFromDate < MonthStartDate
               MOVE MonthStartDate TO UsedFromDate
           END-IF
           MOVE ZERO TO ShareDays
           IF UsedFromDate NOT > UsedToDate
               IF UsedByBooking
                   PERFORM CountOneUnassignedDay
                       VARYING DayIdx FROM UsedFromDay BY 1
                       UNTIL DayIdx > UsedToDay
               ELSE
                   COMPUTE ShareDays = UsedToDay - UsedFromDay + 1
                   PERFORM MarkOneAssignedDay
                       VARYING DayIdx FROM UsedFromDay BY 1
                       UNTIL DayIdx > UsedToDay
               END-IF
           END-IF
           IF ShareDays > ZERO
               MOVE FleetCostCentre TO ShareCostCentre
               IF DriverFileOpen
                   MOVE UsedDriverId TO DriverId
                   READ DriverFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DriverCostCentre NOT = SPACES
                               MOVE DriverCostCentre
                                   TO ShareCostCentre
                           END-IF
                   END-READ
               END-IF
               PERFORM AddDaysToShare
           END-IF.

       MarkOneAssignedDay.
           MOVE "Y" TO AssignedDayFlag(DayIdx).

       CountOneUnassignedDay.
           IF NOT DayAssigned(DayIdx)
               ADD 1 TO ShareDays
           END-IF.

       AddDaysToShare.
           MOVE "N" TO ShareFoundFlag
           PERFORM ScanOneShare
               VARYING ShareIdx FROM 1 BY 1
               UNTIL ShareIdx > ShareCount OR ShareFound
           IF ShareFound
               SUBTRACT 1 FROM ShareIdx
           ELSE
               IF ShareCount < ShareMax
                   ADD 1 TO ShareCount
                   MOVE ShareCostCentre
                       TO ShrCostCentre(ShareCount)
                   MOVE ZERO TO ShrDays(ShareCount)
               END-IF
               MOVE ShareCount TO ShareIdx
           END-IF
           ADD ShareDays TO ShrDays(ShareIdx)
           ADD ShareDays TO ShareTotalDays.

       ScanOneShare.
           IF ShrCostCentre(ShareIdx) = ShareCostCentre
               MOVE "Y" TO ShareFoundFlag
           END-IF.

      *>   ChargeVehicleShares - each share takes its days' part of
      *>   every cost, the last share whatever is left so the
      *>   vehicle is charged to the penny.
       ChargeVehicleShares.
           COMPUTE VehicleTotal = VehCost(1) + VehCost(2)
                   + VehCost(3) + VehCost(4) + VehCost(5)
           IF VehicleTotal > ZERO
               ADD 1 TO VehiclesCharged
               MOVE ZERO TO VehicleAllocated
               PERFORM ChargeOneShare
                   VARYING ShareIdx FROM 1 BY 1
                   UNTIL ShareIdx > ShareCount
           END-IF.

       ChargeOneShare.
           MOVE ShrCostCentre(ShareIdx) TO SearchCostCentre
           PERFORM FindCostCentre
           MOVE "N" TO AlcStoredFlag
           IF AlcCount < AlcMax
               ADD 1 TO AlcCount
               MOVE "Y" TO AlcStoredFlag
               MOVE ShrCostCentre(ShareIdx)
                   TO AlcCostCentre(AlcCount)
               MOVE ChargeRegistration TO AlcRegistration(AlcCount)
               MOVE ChargeBasis TO AlcBasis(AlcCount)
               MOVE ShrDays(ShareIdx) TO AlcDays(AlcCount)
           ELSE
               ADD 1 TO AllocationsLost
               DISPLAY "FleetCostRecharge - statement table full, "
                       ChargeRegistration " charged but not listed"
           END-IF
           PERFORM ChargeOneComponent
               VARYING CompIdx FROM 1 BY 1
               UNTIL CompIdx > 5.

       ChargeOneComponent.
           IF ShareIdx = ShareCount
               COMPUTE SharePart =
                       VehCost(CompIdx) - VehAllocated(CompIdx)
           ELSE
               COMPUTE SharePart = VehCost(CompIdx)
                       * ShrDays(ShareIdx) / ShareTotalDays
           END-IF
           ADD SharePart TO VehAllocated(CompIdx)
           ADD SharePart TO CctAmount(CcIdx, CompIdx)
           ADD SharePart TO CctTotal(CcIdx)
           ADD SharePart TO CompTotal(CompIdx)
           ADD SharePart TO RechargeTotal
           IF AlcStored
               MOVE SharePart TO AlcAmount(AlcCount, CompIdx)
           END-IF.

      *>   FindCostCentre - a cost centre past the table's size is
      *>   charged to FLEET, entry one, and said so.
       FindCostCentre.
           MOVE "N" TO CcFoundFlag
           PERFORM ScanOneCostCentre
               VARYING CcIdx FROM 1 BY 1
               UNTIL CcIdx > CcCount OR CcFound
           IF CcFound
               SUBTRACT 1 FROM CcIdx
           ELSE
               IF CcCount < CcMax
                   ADD 1 TO CcCount
                   MOVE CcCount TO CcIdx
                   MOVE SearchCostCentre TO CctCostCentre(CcIdx)
                   PERFORM ClearCostCentreEntry
               ELSE
                   DISPLAY "FleetCostRecharge - cost centre table "
                           "full, " SearchCostCentre
                           " charged to " FleetCostCentre
                   MOVE 1 TO CcIdx
                   MOVE FleetCostCentre TO ShrCostCentre(ShareIdx)
               END-IF
           END-IF.

       ScanOneCostCentre.
           IF CctCostCentre(CcIdx) = SearchCostCentre
               MOVE "Y" TO CcFoundFlag
           END-IF.

       ClearCostCentreEntry.
           MOVE ZERO TO CctAmount(CcCount, 1)
           MOVE ZERO TO CctAmount(CcCount, 2)
           MOVE ZERO TO CctAmount(CcCount, 3)
           MOVE ZERO TO CctAmount(CcCount, 4)
           MOVE ZERO TO CctAmount(CcCount, 5)
           MOVE ZERO TO CctTotal(CcCount)
           MOVE "N" TO CctPrintedFlag(CcCount).

      *>   ChargeCostNotOnFleet - service or fuel booked to a
      *>   registration no longer on the fleet stays with FLEET.
       ChargeCostNotOnFleet.
           IF NOT CstCharged(CostIdx)
               ADD 1 TO CostsNotOnFleet
               MOVE ZERO TO VehicleCosts
               MOVE CstService(CostIdx) TO VehCost(2)
               MOVE CstFuel(CostIdx) TO VehCost(3)
               MOVE CstRegistration(CostIdx) TO ChargeRegistration
               MOVE "GONE" TO ChargeBasis
               MOVE ZERO TO ShareCount
               MOVE ZERO TO ShareTotalDays
               MOVE FleetCostCentre TO ShareCostCentre
               MOVE ZERO TO ShareDays
               PERFORM AddDaysToShare
               PERFORM ChargeVehicleShares
           END-IF.

      *>   PrintStatement lists the cost centres in order, each
      *>   with its vehicles and its total.
       PrintStatement.
           MOVE ZERO TO CcPrintCount
           PERFORM PrintNextCostCentre UNTIL CcPrintCount = CcCount
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE "ALL COST CENTRES" TO SttLabel
           MOVE CompTotal(1) TO SttDepreciation
           MOVE CompTotal(2) TO SttService
           MOVE CompTotal(3) TO SttFuel
           MOVE CompTotal(4) TO SttInsurance
           MOVE CompTotal(5) TO SttLease
           MOVE RechargeTotal TO SttTotal
           MOVE StatementTotalLine TO StatementLine
           WRITE StatementLine
           MOVE VehiclesRead TO CountDisplayRead
           MOVE VehiclesCharged TO CountDisplayCharged
           MOVE CostsNotOnFleet TO CountDisplayGone
           MOVE SPACES TO StatementLine
           STRING "VEHICLES READ " CountDisplayRead
                  "  CHARGED " CountDisplayCharged
                  "  COSTS NOT ON FLEET " CountDisplayGone
               DELIMITED BY SIZE INTO StatementLine
           WRITE StatementLine.

       PrintNextCostCentre.
           MOVE ZERO TO PrintCcIdx
           PERFORM PickLowestCostCentre
               VARYING CcIdx FROM 1 BY 1 UNTIL CcIdx > CcCount
           MOVE "Y" TO CctPrintedFlag(PrintCcIdx)
           ADD 1 TO CcPrintCount
           IF CctTotal(PrintCcIdx) > ZERO
               PERFORM PrintOneCostCentre
           END-IF.

       PickLowestCostCentre.
           IF NOT CctPrinted(CcIdx)
               IF PrintCcIdx = ZERO
                   MOVE CcIdx TO PrintCcIdx
               ELSE
                   IF CctCostCentre(CcIdx)
                      < CctCostCentre(PrintCcIdx)
                       MOVE CcIdx TO PrintCcIdx
                   END-IF
               END-IF
           END-IF.

       PrintOneCostCentre.
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE CctCostCentre(PrintCcIdx) TO CchCostCentre
           MOVE CostCentreHeading TO StatementLine
           WRITE StatementLine
           MOVE StatementColumns TO StatementLine
           WRITE StatementLine
           PERFORM PrintOneAllocation
               VARYING AlcIdx FROM 1 BY 1 UNTIL AlcIdx > AlcCount
           MOVE "COST CENTRE TOTAL" TO SttLabel
           MOVE CctAmount(PrintCcIdx, 1) TO SttDepreciation
           MOVE CctAmount(PrintCcIdx, 2) TO SttService
           MOVE CctAmount(PrintCcIdx, 3) TO SttFuel
           MOVE CctAmount(PrintCcIdx, 4) TO SttInsurance
           MOVE CctAmount(PrintCcIdx, 5) TO SttLease
           MOVE CctTotal(PrintCcIdx) TO SttTotal
           MOVE StatementTotalLine TO StatementLine
           WRITE StatementLine.

       PrintOneAllocation.
           IF AlcCostCentre(AlcIdx) = CctCostCentre(PrintCcIdx)
               MOVE AlcRegistration(AlcIdx) TO StdRegistration
               MOVE AlcBasis(AlcIdx) TO StdBasis
               MOVE AlcDays(AlcIdx) TO StdDays
               MOVE AlcAmount(AlcIdx, 1) TO StdDepreciation
               MOVE AlcAmount(AlcIdx, 2) TO StdService
               MOVE AlcAmount(AlcIdx, 3) TO StdFuel
               MOVE AlcAmount(AlcIdx, 4) TO StdInsurance
               MOVE AlcAmount(AlcIdx, 5) TO StdLease
               COMPUTE StdTotal = AlcAmount(AlcIdx, 1)
                       + AlcAmount(AlcIdx, 2) + AlcAmount(AlcIdx, 3)
                       + AlcAmount(AlcIdx, 4) + AlcAmount(AlcIdx, 5)
               MOVE StatementDetail TO StatementLine
               WRITE StatementLine
           END-IF.

      *>   PostRechargeJournals - a debit to each cost centre's
      *>   recharge account, a credit to the fleet's recovery
      *>   account for each kind of cost; the two sides are the
      *>   same shares added up two ways.
       PostRechargeJournals.
           PERFORM PostOneCostCentre
               VARYING CcIdx FROM 1 BY 1 UNTIL CcIdx > CcCount
           PERFORM PostOneComponent
               VARYING CompIdx FROM 1 BY 1 UNTIL CompIdx > 5.

       PostOneCostCentre.
           IF CctTotal(CcIdx) > ZERO
               MOVE CctTotal(CcIdx) TO PostingAmount
               MOVE SPACES TO MapPostingKey
               STRING "RCH" CctCostCentre(CcIdx)
                   DELIMITED BY SIZE INTO MapPostingKey
               PERFORM WriteDebitLine
           END-IF.

       PostOneComponent.
           IF CompTotal(CompIdx) > ZERO
               MOVE CompTotal(CompIdx) TO PostingAmount
               MOVE CreditKey(CompIdx) TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

      *>   LookupMappedAccount finds the posting account for the key
      *>   in MapPostingKey; an unmapped key posts to the suspense
      *>   account 99999999, the GL extract's rule.
       LookupMappedAccount.
           IF NOT MapFileOpen
               MOVE "99999999" TO MappedAccount
           ELSE
               READ GLAccountMapFile
                   INVALID KEY
                       MOVE "99999999" TO MappedAccount
                       DISPLAY "FleetCostRecharge - no GLACCMAP "
                               "entry for key " MapPostingKey
                               " - posted to suspense"
                   NOT INVALID KEY
                       MOVE MapAccountCode TO MappedAccount
               END-READ
           END-IF.

       WriteDebitLine.
           PERFORM LookupMappedAccount
           MOVE "J" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE "D" TO JrnDebitCredit
           MOVE MappedAccount TO JrnAccountCode
           MOVE PostingAmount TO JrnAmount
           MOVE PostingSource TO JrnSource
           MOVE TodayYYYYMMDD TO JrnPostingDate
           WRITE GLJournalRec
           ADD PostingAmount TO DebitTotal
           ADD 1 TO LinesWritten.

       WriteCreditLine.
           PERFORM LookupMappedAccount
           MOVE "J" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE "C" TO JrnDebitCredit
           MOVE MappedAccount TO JrnAccountCode
           MOVE PostingAmount TO JrnAmount
           MOVE PostingSource TO JrnSource
           MOVE TodayYYYYMMDD TO JrnPostingDate
           WRITE GLJournalRec
           ADD PostingAmount TO CreditTotal
           ADD 1 TO LinesWritten.

       WriteJournalTrailer.
           MOVE "T" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE DebitTotal TO JrnDebitTotal
           MOVE CreditTotal TO JrnCreditTotal
           WRITE GLJournalRec
           DISPLAY "FleetCostRecharge - journal lines = "
                   LinesWritten
           DISPLAY "Debits  = " DebitTotal
           DISPLAY "Credits = " CreditTotal.

       RaiseRechargeException.
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       ReadNextVehicle.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
           END-READ.

       ReadNextService.
           READ ServiceHistoryFile
               AT END MOVE "10" TO ServiceHistoryStatus
           END-READ.

       ReadNextFuel.
           READ FuelHistoryFile
               AT END MOVE "10" TO FuelHistoryStatus
           END-READ.

       ReadNextAssignment.
           READ AssignmentFile NEXT RECORD
               AT END MOVE "10" TO AssignmentStatus
           END-READ.

       ReadNextReservation.
           READ ReservationFile NEXT RECORD
               AT END MOVE "10" TO ReservationStatus
           END-READ.
