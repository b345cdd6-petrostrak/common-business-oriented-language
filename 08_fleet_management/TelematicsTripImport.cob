       IDENTIFICATION DIVISION.
       PROGRAM-ID. TelematicsTripImport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Daily telematics trip import. Loads the tracking
      *>   provider's TRIPTRAN trip file onto the TRIPHIST trip
      *>   history by registration and start, a trip already on
      *>   file being skipped so a resent file loads nothing twice,
      *>   and checks each trip as it goes:
      *>     - who had the vehicle: a DRVASSGN assignment in force
      *>       on the trip date, else a VEHRESV pool booking
      *>       covering it; a pool vehicle moving with neither is
      *>       unbooked use (a department's own vehicle, tagged
      *>       with its cost centre, is not);
      *>     - the business-day calendar: a trip starting on a
      *>       weekend or a HOLCAL holiday, by BusinessDayCheck;
      *>     - the clock: a trip running into the night hours on
      *>       TRIPPARM (default 22:00 to 06:00), or over midnight.
      *>   Every trip with anything to say lists on the TRIPEXCP
      *>   report. Last, each vehicle's two latest ODOHIST readings
      *>   are set against the miles the tracker logged between
      *>   them, once - on the run whose trips reach the later
      *>   reading's date - and only where the tracker was fitted
      *>   before the earlier reading. A difference past the
      *>   TRIPPARM tolerance (default 10 percent and 50 miles)
      *>   lists: an odometer short of the tracker suggests it has
      *>   been wound back, one past the tracker a faulty odometer
      *>   or unit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TripParmFile ASSIGN TO "TRIPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TripParmStatus.
           SELECT TripTranFile ASSIGN TO "TRIPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TripTranStatus.
           SELECT TripHistoryFile ASSIGN TO "TRIPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TripHistoryKey
               FILE STATUS IS TripHistoryStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
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
           SELECT OdometerHistoryFile ASSIGN TO "ODOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdometerHistoryStatus.
           SELECT TripReport ASSIGN TO "TRIPEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TripParmFile.
       01 TripParmRec.
           02 TppNightStart PIC 9(4).
           02 TppNightEnd PIC 9(4).
           02 TppTolerancePct PIC 9(2).
           02 TppToleranceMiles PIC 9(3).
       FD TripTranFile.
       COPY TRIPTRAN.
       FD TripHistoryFile.
       COPY TRIPHIST.
       FD FleetFile.
       COPY FLEETREC.
       FD AssignmentFile.
       COPY DRVASSGN.
       FD ReservationFile.
       COPY VEHRESV.
       FD OdometerHistoryFile.
       COPY ODOTRAN.
       FD TripReport.
       01 ReportLine PIC X(96).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TripParmStatus PIC XX VALUE "00".
           88 TripParmNotFound VALUE "35".
       01 TripTranStatus PIC XX VALUE "00".
           88 TripTransAtEnd VALUE "10".
           88 TripTransNotFound VALUE "35".
       01 TripHistoryStatus PIC XX VALUE "00".
           88 TripHistoryAtEnd VALUE "10".
           88 TripHistoryNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
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
       01 OdometerHistoryStatus PIC XX VALUE "00".
           88 OdometerHistoryAtEnd VALUE "10".
           88 OdometerHistoryNotFound VALUE "35".
      *>   Checking parameters and their defaults.
       01 NightStart PIC 9(4) VALUE 2200.
       01 NightEnd PIC 9(4) VALUE 0600.
       01 TolerancePct PIC 9(2) VALUE 10.
       01 ToleranceMiles PIC 9(3) VALUE 50.
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 TimeHour PIC 9(2) VALUE ZERO.
       01 TimeMinute PIC 9(2) VALUE ZERO.
       01 TimeToCheck PIC 9(4) VALUE ZERO.
       01 TimeOkFlag PIC X VALUE "Y".
           88 TimeOk VALUE "Y".
       01 TripStartStamp PIC 9(12) VALUE ZERO.
       01 TripEndStamp PIC 9(12) VALUE ZERO.
       01 FeedFirstDate PIC 9(8) VALUE ZERO.
       01 FeedLastDate PIC 9(8) VALUE ZERO.
       01 BdFunctionCode PIC X(4) VALUE "DOW ".
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
           88 BdIsBusinessDay VALUE "Y".
      *>   Latest two odometer readings per registration, in the
      *>   order ODOHIST first names them.
       01 OdoMax PIC 9(3) VALUE 300.
       01 OdoCount PIC 9(3) VALUE ZERO.
       01 OdometerTable.
           02 OdometerEntry OCCURS 300 TIMES.
               03 OdtRegistration PIC X(8).
               03 OdtLatestDate PIC 9(8).
               03 OdtLatestReading PIC 9(6).
               03 OdtPriorDate PIC 9(8).
               03 OdtPriorReading PIC 9(6).
       01 OdoIdx PIC 9(3) COMP VALUE ZERO.
       01 OdoFoundFlag PIC X VALUE "N".
           88 OdoFound VALUE "Y".
       01 TrackerFittedFlag PIC X VALUE "N".
           88 TrackerFitted VALUE "Y".
       01 TrackerMiles PIC 9(7)V9 VALUE ZERO.
       01 OdometerMiles PIC 9(7)V9 VALUE ZERO.
       01 MilesDifference PIC 9(7)V9 VALUE ZERO.
       01 TripsRead PIC 9(7) COMP VALUE ZERO.
       01 TripsLoaded PIC 9(7) COMP VALUE ZERO.
       01 TripsRejected PIC 9(7) COMP VALUE ZERO.
       01 TripsListed PIC 9(7) COMP VALUE ZERO.
       01 UnbookedTrips PIC 9(7) COMP VALUE ZERO.
       01 OffDayTrips PIC 9(7) COMP VALUE ZERO.
       01 NightTrips PIC 9(7) COMP VALUE ZERO.
       01 OdometerGaps PIC 9(5) COMP VALUE ZERO.
       01 MilesLoaded PIC 9(9)V9 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20)
           VALUE "TelematicsTripImport".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36)
               VALUE "TELEMATICS TRIP EXCEPTIONS - RUN ON ".
           02 RphToday PIC 9(8).
       01 ReportColumns.
           02 FILLER PIC X(42) VALUE
               "VEHICLE  DATE     START END   MILES DRIVER".
           02 FILLER PIC X(36) VALUE
               " USE      DAY     NIGHT      BOOKING".
       01 TripDetail.
           02 TrdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdStartDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdStartTime PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TrdEndTime PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdMiles PIC ZZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdDriverId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdUse PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdDayRemark PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdNightRemark PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TrdBookingRemark PIC X(13).
       01 RejectDetail.
           02 RjdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdStartDate PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdStartTime PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "REJECTED - ".
           02 RjdReason PIC X(32).
       01 OdometerHeading PIC X(96) VALUE
           "ODOMETER AGAINST TRACKER - LATEST TWO READINGS".
       01 OdometerColumns PIC X(96) VALUE
           "VEHICLE  FROM     TO        ODOMETER   TRACKER REMARK".
       01 OdometerDetail.
           02 OddRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OddPriorDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OddLatestDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OddOdometerMiles PIC ZZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OddTrackerMiles PIC ZZZ,ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OddRemark PIC X(40).
       01 TotalsLine.
           02 TtlLabel PIC X(30).
           02 TtlCount PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadTripParameters
           OPEN I-O TripHistoryFile
           IF TripHistoryNotFound
               OPEN OUTPUT TripHistoryFile
               CLOSE TripHistoryFile
               OPEN I-O TripHistoryFile
           END-IF
           OPEN INPUT FleetFile
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
           OPEN OUTPUT TripReport
           MOVE TodayYYYYMMDD TO RphToday
           MOVE ReportHeading TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE ReportColumns TO ReportLine
           WRITE ReportLine
           OPEN INPUT TripTranFile
           IF NOT TripTransNotFound
               PERFORM ReadNextTripTran
               PERFORM ImportOneTrip UNTIL TripTransAtEnd
               CLOSE TripTranFile
           END-IF
           PERFORM CheckOdometerReadings
           PERFORM PrintTotals
           CLOSE TripHistoryFile
           CLOSE FleetFile
           IF AssignmentFileOpen
               CLOSE AssignmentFile
           END-IF
           IF ReservationFileOpen
               CLOSE ReservationFile
           END-IF
           CLOSE TripReport
           DISPLAY "TelematicsTripImport - loaded = " TripsLoaded
                   " rejected = " TripsRejected
                   " listed = " TripsListed
           MOVE TripsRead TO ReadForReport
           MOVE TripsLoaded TO WrittenForReport
           MOVE TripsRejected TO RejectedForReport
           MOVE MilesLoaded TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadTripParameters.
           OPEN INPUT TripParmFile
           IF NOT TripParmNotFound
               READ TripParmFile
                   NOT AT END
                       IF TppNightStart IS NUMERIC
                          AND TppNightStart > ZERO
                          AND TppNightStart < 2400
                           MOVE TppNightStart TO NightStart
                       END-IF
                       IF TppNightEnd IS NUMERIC
                          AND TppNightEnd < 2400
                           MOVE TppNightEnd TO NightEnd
                       END-IF
                       IF TppTolerancePct IS NUMERIC
                          AND TppTolerancePct > ZERO
                           MOVE TppTolerancePct TO TolerancePct
                       END-IF
                       IF TppToleranceMiles IS NUMERIC
                          AND TppToleranceMiles > ZERO
                           MOVE TppToleranceMiles TO ToleranceMiles
                       END-IF
               END-READ
               CLOSE TripParmFile
           END-IF.

       ImportOneTrip.
           ADD 1 TO TripsRead
           PERFORM ValidateTrip
           IF TranValid
               PERFORM BuildTripHistory
               WRITE TripHistoryRec
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Trip already loaded" TO RejectReason
               END-WRITE
           END-IF
           IF TranValid
               ADD 1 TO TripsLoaded
               ADD TrtDistance TO MilesLoaded
               IF FeedFirstDate = ZERO
                  OR TrtStartDate < FeedFirstDate
                   MOVE TrtStartDate TO FeedFirstDate
               END-IF
               IF TrtStartDate > FeedLastDate
                   MOVE TrtStartDate TO FeedLastDate
               END-IF
               IF TphUnbooked
                   ADD 1 TO UnbookedTrips
               END-IF
               IF TphDayFlag NOT = SPACE
                   ADD 1 TO OffDayTrips
               END-IF
               IF TphNightUse
                   ADD 1 TO NightTrips
               END-IF
               IF TphUnbooked OR TphDayFlag NOT = SPACE
                  OR TphNightUse
                   PERFORM ListTrip
               END-IF
           ELSE
               ADD 1 TO TripsRejected
               MOVE TrtRegistrationNumber TO RjdRegistration
               MOVE TrtStartDate TO RjdStartDate
               MOVE TrtStartTime TO RjdStartTime
               MOVE RejectReason TO RjdReason
               MOVE RejectDetail TO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM ReadNextTripTran.

       ValidateTrip.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE TrtRegistrationNumber
               TO RegistrationNumber OF FleetRec
           READ FleetFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Registration not on fleet master"
                       TO RejectReason
           END-READ
           IF TranValid
               IF TrtStartDate NOT NUMERIC
                  OR TrtEndDate NOT NUMERIC
                  OR TrtStartTime NOT NUMERIC
                  OR TrtEndTime NOT NUMERIC
                  OR TrtStartDate < 20000101
                   MOVE "N" TO TranOk
                   MOVE "Trip date or time not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               MOVE TrtStartTime TO TimeToCheck
               PERFORM CheckClockTime
               IF TimeOk
                   MOVE TrtEndTime TO TimeToCheck
                   PERFORM CheckClockTime
               END-IF
               IF NOT TimeOk
                   MOVE "N" TO TranOk
                   MOVE "Trip date or time not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               COMPUTE TripStartStamp =
                       TrtStartDate * 10000 + TrtStartTime
               COMPUTE TripEndStamp =
                       TrtEndDate * 10000 + TrtEndTime
               IF TripEndStamp < TripStartStamp
                   MOVE "N" TO TranOk
                   MOVE "Trip ends before it starts"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid AND TrtDistance NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Distance not numeric" TO RejectReason
           END-IF.

       CheckClockTime.
           MOVE "Y" TO TimeOkFlag
           DIVIDE TimeToCheck BY 100
               GIVING TimeHour REMAINDER TimeMinute
           IF TimeHour > 23 OR TimeMinute > 59
               MOVE "N" TO TimeOkFlag
           END-IF.

       BuildTripHistory.
           MOVE TrtRegistrationNumber TO TphRegistrationNumber
           MOVE TrtStartDate TO TphStartDate
           MOVE TrtStartTime TO TphStartTime
           MOVE TrtEndDate TO TphEndDate
           MOVE TrtEndTime TO TphEndTime
           MOVE TrtDistance TO TphDistance
           MOVE TodayYYYYMMDD TO TphLoadedDate
           MOVE SPACES TO TphDriverId
           MOVE SPACE TO TphUseBasis
           IF AssignmentFileOpen
               PERFORM FindAssignment
           END-IF
           IF TphUseBasis = SPACE AND ReservationFileOpen
               PERFORM FindReservation
           END-IF
           IF TphUseBasis = SPACE
               IF CostCentre NOT = SPACES
                   MOVE "D" TO TphUseBasis
               ELSE
                   MOVE "U" TO TphUseBasis
               END-IF
           END-IF
           PERFORM CheckTripDay
           PERFORM CheckTripHours.

      *>   FindAssignment - the assignment in force on the trip
      *>   date, an open one carrying a zero to-date.
       FindAssignment.
           MOVE TrtRegistrationNumber TO AsgRegistrationNumber
           MOVE ZERO TO AsgEffectiveFrom
           START AssignmentFile KEY NOT LESS THAN AssignmentKey
               INVALID KEY MOVE "10" TO AssignmentStatus
           END-START
           IF NOT AssignmentAtEnd
               PERFORM ReadNextAssignment
           END-IF
           PERFORM WeighOneAssignment
               UNTIL AssignmentAtEnd
                  OR AsgRegistrationNumber
                     NOT = TrtRegistrationNumber
                  OR AsgEffectiveFrom > TrtStartDate
           MOVE "00" TO AssignmentStatus.

       WeighOneAssignment.
           IF AsgEffectiveTo = ZERO
              OR AsgEffectiveTo NOT < TrtStartDate
               MOVE "A" TO TphUseBasis
               MOVE AsgDriverId TO TphDriverId
           END-IF
           PERFORM ReadNextAssignment.

      *>   FindReservation - a pool booking covering the trip date.
       FindReservation.
           MOVE TrtRegistrationNumber TO RsvRegistrationNumber
           MOVE ZERO TO RsvFromDate
           START ReservationFile KEY NOT LESS THAN ReservationKey
               INVALID KEY MOVE "10" TO ReservationStatus
           END-START
           IF NOT ReservationAtEnd
               PERFORM ReadNextReservation
           END-IF
           PERFORM WeighOneReservation
               UNTIL ReservationAtEnd
                  OR RsvRegistrationNumber
                     NOT = TrtRegistrationNumber
                  OR RsvFromDate > TrtStartDate
           MOVE "00" TO ReservationStatus.

       WeighOneReservation.
           IF RsvToDate NOT < TrtStartDate
               MOVE "R" TO TphUseBasis
               MOVE RsvDriverId TO TphDriverId
           END-IF
           PERFORM ReadNextReservation.

      *>   CheckTripDay - day 6 and 7 are Saturday and Sunday; any
      *>   other day that is not a business day is a holiday.
       CheckTripDay.
           MOVE SPACE TO TphDayFlag
           MOVE TrtStartDate TO BdDateIn
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL
           IF BdDateOut > 5
               MOVE "W" TO TphDayFlag
           ELSE
               IF NOT BdIsBusinessDay
                   MOVE "H" TO TphDayFlag
               END-IF
           END-IF.

      *>   CheckTripHours - a trip starting or finishing in the
      *>   night hours, or running past midnight, is night use.
       CheckTripHours.
           MOVE SPACE TO TphNightFlag
           IF TrtEndDate > TrtStartDate
              OR TrtStartTime NOT < NightStart
              OR TrtStartTime < NightEnd
              OR TrtEndTime NOT < NightStart
              OR TrtEndTime < NightEnd
               MOVE "N" TO TphNightFlag
           END-IF.

       ListTrip.
           ADD 1 TO TripsListed
           MOVE TphRegistrationNumber TO TrdRegistration
           MOVE TphStartDate TO TrdStartDate
           MOVE TphStartTime TO TrdStartTime
           MOVE TphEndTime TO TrdEndTime
           MOVE TphDistance TO TrdMiles
           MOVE TphDriverId TO TrdDriverId
           EVALUATE TRUE
               WHEN TphAssigned
                   MOVE "ASSIGNED" TO TrdUse
               WHEN TphReserved
                   MOVE "BOOKED" TO TrdUse
               WHEN TphDepartmental
                   MOVE "DEPT" TO TrdUse
               WHEN OTHER
                   MOVE "POOL" TO TrdUse
           END-EVALUATE
           EVALUATE TRUE
               WHEN TphWeekendUse
                   MOVE "WEEKEND" TO TrdDayRemark
               WHEN TphHolidayUse
                   MOVE "HOLIDAY" TO TrdDayRemark
               WHEN OTHER
                   MOVE SPACES TO TrdDayRemark
           END-EVALUATE
           IF TphNightUse
               MOVE "LATE NIGHT" TO TrdNightRemark
           ELSE
               MOVE SPACES TO TrdNightRemark
           END-IF
           IF TphUnbooked
               MOVE "UNBOOKED POOL" TO TrdBookingRemark
           ELSE
               MOVE SPACES TO TrdBookingRemark
           END-IF
           MOVE TripDetail TO ReportLine
           WRITE ReportLine.

      *>   CheckOdometerReadings - nothing to compare until a
      *>   trip has loaded.
       CheckOdometerReadings.
           IF FeedFirstDate > ZERO
               OPEN INPUT OdometerHistoryFile
               IF NOT OdometerHistoryNotFound
                   PERFORM ReadNextReading
                   PERFORM KeepOneReading UNTIL OdometerHistoryAtEnd
                   CLOSE OdometerHistoryFile
               END-IF
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE OdometerHeading TO ReportLine
               WRITE ReportLine
               MOVE OdometerColumns TO ReportLine
               WRITE ReportLine
               PERFORM CompareOneVehicle
                   VARYING OdoIdx FROM 1 BY 1
                   UNTIL OdoIdx > OdoCount
           END-IF.

       KeepOneReading.
           PERFORM FindOdometerEntry
           IF NOT OdoFound
               IF OdoCount < OdoMax
                   ADD 1 TO OdoCount
                   MOVE OdoCount TO OdoIdx
                   MOVE OdoRegistrationNumber
                       TO OdtRegistration(OdoIdx)
                   MOVE OdoReadingDate TO OdtLatestDate(OdoIdx)
                   MOVE OdoReading TO OdtLatestReading(OdoIdx)
                   MOVE ZERO TO OdtPriorDate(OdoIdx)
                   MOVE ZERO TO OdtPriorReading(OdoIdx)
               END-IF
           ELSE
               IF OdoReadingDate > OdtLatestDate(OdoIdx)
                   MOVE OdtLatestDate(OdoIdx) TO OdtPriorDate(OdoIdx)
                   MOVE OdtLatestReading(OdoIdx)
                       TO OdtPriorReading(OdoIdx)
                   MOVE OdoReadingDate TO OdtLatestDate(OdoIdx)
                   MOVE OdoReading TO OdtLatestReading(OdoIdx)
               ELSE
                   IF OdoReadingDate < OdtLatestDate(OdoIdx)
                      AND OdoReadingDate > OdtPriorDate(OdoIdx)
                       MOVE OdoReadingDate TO OdtPriorDate(OdoIdx)
                       MOVE OdoReading TO OdtPriorReading(OdoIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextReading.

       FindOdometerEntry.
           MOVE "N" TO OdoFoundFlag
           PERFORM ScanOneOdometer
               VARYING OdoIdx FROM 1 BY 1
               UNTIL OdoIdx > OdoCount OR OdoFound
           IF OdoFound
               SUBTRACT 1 FROM OdoIdx
           END-IF.

      *>   The VARYING loop leaves OdoIdx one past the entry that
      *>   matched, so FindOdometerEntry steps it back before use.
       ScanOneOdometer.
           IF OdtRegistration(OdoIdx) = OdoRegistrationNumber
               MOVE "Y" TO OdoFoundFlag
           END-IF.

      *>   CompareOneVehicle - only the pair whose later reading
      *>   this run's trips reach, so each pair is judged once.
       CompareOneVehicle.
           IF OdtPriorDate(OdoIdx) > ZERO
              AND OdtLatestDate(OdoIdx) NOT < FeedFirstDate
              AND OdtLatestDate(OdoIdx) NOT > FeedLastDate
               PERFORM SumTrackerMiles
               IF TrackerFitted
                   PERFORM JudgeOdometerGap
               END-IF
           END-IF.

      *>   SumTrackerMiles adds up the trips after the earlier
      *>   reading's day up to the later one's; the tracker counts
      *>   as fitted when it logged a trip by the earlier reading.
       SumTrackerMiles.
           MOVE "N" TO TrackerFittedFlag
           MOVE ZERO TO TrackerMiles
           MOVE OdtRegistration(OdoIdx) TO TphRegistrationNumber
           MOVE ZERO TO TphStartDate
           MOVE ZERO TO TphStartTime
           START TripHistoryFile KEY NOT LESS THAN TripHistoryKey
               INVALID KEY MOVE "10" TO TripHistoryStatus
           END-START
           IF NOT TripHistoryAtEnd
               PERFORM ReadNextTripHistory
               IF NOT TripHistoryAtEnd
                  AND TphRegistrationNumber = OdtRegistration(OdoIdx)
                  AND TphStartDate NOT > OdtPriorDate(OdoIdx)
                   MOVE "Y" TO TrackerFittedFlag
               END-IF
           END-IF
           MOVE "00" TO TripHistoryStatus
           IF TrackerFitted
               MOVE OdtRegistration(OdoIdx) TO TphRegistrationNumber
               MOVE OdtPriorDate(OdoIdx) TO TphStartDate
               MOVE 9999 TO TphStartTime
               START TripHistoryFile KEY GREATER THAN TripHistoryKey
                   INVALID KEY MOVE "10" TO TripHistoryStatus
               END-START
               IF NOT TripHistoryAtEnd
                   PERFORM ReadNextTripHistory
               END-IF
               PERFORM AddOneTrackerTrip
                   UNTIL TripHistoryAtEnd
                      OR TphRegistrationNumber
                         NOT = OdtRegistration(OdoIdx)
                      OR TphStartDate > OdtLatestDate(OdoIdx)
               MOVE "00" TO TripHistoryStatus
           END-IF.

       AddOneTrackerTrip.
           ADD TphDistance TO TrackerMiles
           PERFORM ReadNextTripHistory.

       JudgeOdometerGap.
           IF OdtLatestReading(OdoIdx) < OdtPriorReading(OdoIdx)
               MOVE ZERO TO OdometerMiles
           ELSE
               COMPUTE OdometerMiles = OdtLatestReading(OdoIdx)
                       - OdtPriorReading(OdoIdx)
           END-IF
           IF OdometerMiles < TrackerMiles
               COMPUTE MilesDifference = TrackerMiles - OdometerMiles
           ELSE
               COMPUTE MilesDifference = OdometerMiles - TrackerMiles
           END-IF
           IF MilesDifference > ToleranceMiles
              AND MilesDifference * 100 > TrackerMiles * TolerancePct
               ADD 1 TO OdometerGaps
               MOVE OdtRegistration(OdoIdx) TO OddRegistration
               MOVE OdtPriorDate(OdoIdx) TO OddPriorDate
               MOVE OdtLatestDate(OdoIdx) TO OddLatestDate
               MOVE OdometerMiles TO OddOdometerMiles
               MOVE TrackerMiles TO OddTrackerMiles
               IF OdometerMiles < TrackerMiles
                   MOVE "ODOMETER SHORT - POSSIBLE TAMPERING"
                       TO OddRemark
               ELSE
                   MOVE "ODOMETER OVER - CHECK ODOMETER OR UNIT"
                       TO OddRemark
               END-IF
               MOVE OdometerDetail TO ReportLine
               WRITE ReportLine
           END-IF.

       PrintTotals.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "Trips loaded" TO TtlLabel
           MOVE TripsLoaded TO TtlCount
           PERFORM WriteTotalLine
           MOVE "Trips rejected" TO TtlLabel
           MOVE TripsRejected TO TtlCount
           PERFORM WriteTotalLine
           MOVE "Unbooked pool vehicle trips" TO TtlLabel
           MOVE UnbookedTrips TO TtlCount
           PERFORM WriteTotalLine
           MOVE "Weekend or holiday trips" TO TtlLabel
           MOVE OffDayTrips TO TtlCount
           PERFORM WriteTotalLine
           MOVE "Late-night trips" TO TtlLabel
           MOVE NightTrips TO TtlCount
           PERFORM WriteTotalLine
           MOVE "Odometer differences" TO TtlLabel
           MOVE OdometerGaps TO TtlCount
           PERFORM WriteTotalLine.

       WriteTotalLine.
           MOVE TotalsLine TO ReportLine
           WRITE ReportLine.

       ReadNextTripTran.
           READ TripTranFile
               AT END MOVE "10" TO TripTranStatus
           END-READ.

       ReadNextTripHistory.
           READ TripHistoryFile NEXT RECORD
               AT END MOVE "10" TO TripHistoryStatus
           END-READ.

       ReadNextAssignment.
           READ AssignmentFile NEXT RECORD
               AT END MOVE "10" TO AssignmentStatus
           END-READ.

       ReadNextReservation.
           READ ReservationFile NEXT RECORD
               AT END MOVE "10" TO ReservationStatus
           END-READ.

       ReadNextReading.
           READ OdometerHistoryFile
               AT END MOVE "10" TO OdometerHistoryStatus
           END-READ.
