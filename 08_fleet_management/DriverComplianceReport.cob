      *>   checking. Drivers the checking feed has never reached
      *>   (expiry still zero) list as unverified. Day counts use
      *>   the suite's whole-month arithmetic.
      *>   2026-10-15  Grey-fleet section: staff cars on the
      *>   PRIVVEH register whose business insurance has lapsed or
      *>   expires inside the same window.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT PrivateVehicleFile ASSIGN TO "PRIVVEH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PvhKey
               FILE STATUS IS PrivateVehicleStatus.
           SELECT ComplianceReport ASSIGN TO "DRVCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DriverFile.
       COPY DRIVERMS.
       FD PrivateVehicleFile.
       COPY PRIVVEH.
       FD ComplianceReport.
       01 ComplianceLine PIC X(70).
       WORKING-STORAGE SECTION.
       01 DriverFileStatus PIC XX VALUE "00".
           88 DriversAtEnd VALUE "10".
       01 PrivateVehicleStatus PIC XX VALUE "00".
           88 PrivateVehiclesAtEnd VALUE "10".
           88 PrivateVehicleFileNotFound VALUE "35".
       COPY STDDATE.
       01 ExpiryWindowDays PIC 9(3) VALUE 90.
       01 PointsLimit PIC 9(2) VALUE 12.
           02 DetExpiry PIC 9(8).
           02 FILLER PIC X(8) VALUE "  points".
           02 DetPoints PIC Z9.
       01 CarCoverDetail.
           02 CcdRemark PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CcdDriverId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CcdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CcdInsurer PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CcdCoverExpiry PIC 9(8).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadNextDriver
           PERFORM WeighOneDriver UNTIL DriversAtEnd
           CLOSE DriverFile
           OPEN INPUT PrivateVehicleFile
           IF NOT PrivateVehicleFileNotFound
               MOVE SPACES TO ComplianceLine
               WRITE ComplianceLine
               MOVE "GREY FLEET BUSINESS INSURANCE - SAME LOOKAHEAD"
                   TO ComplianceLine
               WRITE ComplianceLine
               PERFORM ReadNextPrivateVehicle
               PERFORM WeighOnePrivateVehicle
                   UNTIL PrivateVehiclesAtEnd
               CLOSE PrivateVehicleFile
           END-IF
           CLOSE ComplianceReport
           MOVE DriversRead TO ReadForReport
           MOVE DriversListed TO WrittenForReport
           END-EVALUATE
           PERFORM ReadNextDriver.

      *>   Only cars still in business use are weighed; a
      *>   withdrawn car's cover is the owner's own affair.
       WeighOnePrivateVehicle.
           IF PvhActive
               IF PvhBusinessCoverExpiry < TodayYYYYMMDD
                   MOVE "COVER LAPS" TO CcdRemark
                   PERFORM WriteCarCoverDetail
               ELSE
                   MOVE PvhBusinessCoverExpiry TO SerialWorkDate
                   PERFORM ComputeDateSerial
                   COMPUTE DaysToExpiry =
                           DateSerial - TodaySerial
                   IF DaysToExpiry <= ExpiryWindowDays
                       MOVE "COVER EXP " TO CcdRemark
                       PERFORM WriteCarCoverDetail
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextPrivateVehicle.

       WriteCarCoverDetail.
           MOVE PvhDriverId TO CcdDriverId
           MOVE PvhRegistrationNumber TO CcdRegistration
           MOVE PvhInsurer TO CcdInsurer
           MOVE PvhBusinessCoverExpiry TO CcdCoverExpiry
           MOVE CarCoverDetail TO ComplianceLine
           WRITE ComplianceLine.

       WriteComplianceDetail.
           ADD 1 TO DriversListed
           MOVE DriverId TO DetDriverId
           READ DriverFile NEXT RECORD
               AT END MOVE "10" TO DriverFileStatus
           END-READ.

       ReadNextPrivateVehicle.
           READ PrivateVehicleFile NEXT RECORD
               AT END MOVE "10" TO PrivateVehicleStatus
           END-READ.
