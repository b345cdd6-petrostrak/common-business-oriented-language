       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrivateVehicleMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains the PRIVVEH grey-fleet register from the fleet
      *>   office's PVEHTRN feed. Action "A" registers a staff car
      *>   against its owner's DriverId, or updates one already
      *>   registered - the usual entry is a business insurance
      *>   renewal with its new expiry; action "W" withdraws a car
      *>   the driver no longer uses on company business. The
      *>   driver must be on DRIVERMS and a car being registered
      *>   must carry an insurer and a business cover expiry.
      *>   Everything applied and rejected lists on PVEHREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrivateVehicleTranFile ASSIGN TO "PVEHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PrivateVehicleTranStatus.
           SELECT PrivateVehicleFile ASSIGN TO "PRIVVEH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PvhKey
               FILE STATUS IS PrivateVehicleStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT PrivateVehicleRegister ASSIGN TO "PVEHREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PrivateVehicleTranFile.
       01 PrivateVehicleTranRec.
           02 PvtAction PIC X.
               88 PvtRegisterCar VALUE "A".
               88 PvtWithdrawCar VALUE "W".
           02 PvtDriverId PIC X(6).
           02 PvtRegistrationNumber PIC X(8).
           02 PvtMakeModel PIC X(20).
           02 PvtFuelType PIC X.
           02 PvtCo2GramsPerKm PIC 9(3).
           02 PvtInsurer PIC X(20).
           02 PvtBusinessCoverExpiry PIC 9(8).
       FD PrivateVehicleFile.
       COPY PRIVVEH.
       FD DriverFile.
       COPY DRIVERMS.
       FD PrivateVehicleRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 PrivateVehicleTranStatus PIC XX VALUE "00".
           88 PrivateVehicleTransAtEnd VALUE "10".
       01 PrivateVehicleStatus PIC XX VALUE "00".
           88 PrivateVehicleFileNotFound VALUE "35".
       01 DriverFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 CarOnFileFlag PIC X VALUE "N".
           88 CarOnFile VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 AppliedText PIC X(32) VALUE SPACES.
       01 CarsApplied PIC 9(5) COMP VALUE ZERO.
       01 CarsRejected PIC 9(5) COMP VALUE ZERO.
       01 RegisterDetail.
           02 RgdAction PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdDriverId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCoverExpiry PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(32).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT PrivateVehicleTranFile
           OPEN INPUT DriverFile
           OPEN I-O PrivateVehicleFile
           IF PrivateVehicleFileNotFound
               OPEN OUTPUT PrivateVehicleFile
               CLOSE PrivateVehicleFile
               OPEN I-O PrivateVehicleFile
           END-IF
           OPEN OUTPUT PrivateVehicleRegister
           MOVE "GREY FLEET PRIVATE VEHICLE MAINTENANCE"
               TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextPrivateVehicleTran
           PERFORM ApplyOnePrivateVehicle
               UNTIL PrivateVehicleTransAtEnd
           CLOSE PrivateVehicleTranFile
           CLOSE DriverFile
           CLOSE PrivateVehicleFile
           CLOSE PrivateVehicleRegister
           DISPLAY "PrivateVehicleMaintenance - applied = "
                   CarsApplied " rejected = " CarsRejected
           STOP RUN.

       ApplyOnePrivateVehicle.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE PvtDriverId TO DriverId
           READ DriverFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Driver not on driver master"
                       TO RejectReason
           END-READ
           IF TranValid AND PvtRegistrationNumber = SPACES
               MOVE "N" TO TranOk
               MOVE "No registration number" TO RejectReason
           END-IF
           IF TranValid
               MOVE "Y" TO CarOnFileFlag
               MOVE PvtDriverId TO PvhDriverId
               MOVE PvtRegistrationNumber TO PvhRegistrationNumber
               READ PrivateVehicleFile
                   INVALID KEY
                       MOVE "N" TO CarOnFileFlag
               END-READ
               EVALUATE TRUE
                   WHEN PvtRegisterCar
                       PERFORM RegisterCar
                   WHEN PvtWithdrawCar
                       PERFORM WithdrawCar
                   WHEN OTHER
                       MOVE "N" TO TranOk
                       MOVE "Action not A or W" TO RejectReason
               END-EVALUATE
           END-IF
           PERFORM ReportPrivateVehicle
           PERFORM ReadNextPrivateVehicleTran.

       RegisterCar.
           IF PvtInsurer = SPACES
               MOVE "N" TO TranOk
               MOVE "No business insurer" TO RejectReason
           END-IF
           IF TranValid
               IF PvtBusinessCoverExpiry NOT NUMERIC
                  OR PvtBusinessCoverExpiry < TodayYYYYMMDD
                   MOVE "N" TO TranOk
                   MOVE "Business cover expiry not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               IF PvtFuelType NOT = "P" AND PvtFuelType NOT = "D"
                  AND PvtFuelType NOT = "H" AND PvtFuelType NOT = "E"
                   MOVE "N" TO TranOk
                   MOVE "Fuel type not P, D, H or E"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid AND PvtCo2GramsPerKm NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "CO2 figure not numeric" TO RejectReason
           END-IF
           IF TranValid
               MOVE PvtMakeModel TO PvhMakeModel
               MOVE PvtFuelType TO PvhFuelType
               MOVE PvtCo2GramsPerKm TO PvhCo2GramsPerKm
               MOVE PvtInsurer TO PvhInsurer
               MOVE PvtBusinessCoverExpiry TO PvhBusinessCoverExpiry
               MOVE "A" TO PvhStatus
               MOVE TodayYYYYMMDD TO PvhUpdatedDate
               IF CarOnFile
                   REWRITE PrivateVehicleRec
                   MOVE "Car details and cover updated"
                       TO AppliedText
               ELSE
                   WRITE PrivateVehicleRec
                   MOVE "Car registered" TO AppliedText
               END-IF
           END-IF.

       WithdrawCar.
           IF NOT CarOnFile
               MOVE "N" TO TranOk
               MOVE "Car not registered to driver" TO RejectReason
           END-IF
           IF TranValid
               MOVE "W" TO PvhStatus
               MOVE TodayYYYYMMDD TO PvhUpdatedDate
               REWRITE PrivateVehicleRec
               MOVE "Car withdrawn from business use"
                   TO AppliedText
           END-IF.

       ReportPrivateVehicle.
           MOVE PvtAction TO RgdAction
           MOVE PvtDriverId TO RgdDriverId
           MOVE PvtRegistrationNumber TO RgdRegistration
           MOVE PvtBusinessCoverExpiry TO RgdCoverExpiry
           IF TranValid
               ADD 1 TO CarsApplied
               MOVE "APPLIED" TO RgdOutcome
               MOVE AppliedText TO RgdText
           ELSE
               ADD 1 TO CarsRejected
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextPrivateVehicleTran.
           READ PrivateVehicleTranFile
               AT END MOVE "10" TO PrivateVehicleTranStatus
           END-READ.
