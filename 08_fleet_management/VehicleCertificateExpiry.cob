       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleCertificateExpiry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Weekly certificate expiry report. Walks the fleet master
      *>   and lists every vehicle whose road tax or roadworthiness
      *>   test on the VEHCERT register has run out or runs out
      *>   within the look-ahead (CERTPARM days, default 60), so
      *>   renewals are booked before a driver is on the road
      *>   illegally. A vehicle with no road tax on the register
      *>   lists too, as does one with no test on file once it is
      *>   three years from purchase - the age the first test
      *>   falls due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CertificateParmFile ASSIGN TO "CERTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertificateParmStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT CertificateFile ASSIGN TO "VEHCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VctKey
               FILE STATUS IS CertificateFileStatus.
           SELECT ExpiryReport ASSIGN TO "CERTEXPY"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CertificateParmFile.
       01 CertificateParmRec.
           02 CrpDaysAhead PIC 9(3).
       FD FleetFile.
       COPY FLEETREC.
       FD CertificateFile.
       COPY VEHCERT.
       FD ExpiryReport.
       01 ExpiryLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CertificateParmStatus PIC XX VALUE "00".
           88 CertificateParmNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
           88 FleetAtEnd VALUE "10".
       01 CertificateFileStatus PIC XX VALUE "00".
           88 CertificateFileNotFound VALUE "35".
       01 CertificateOpenFlag PIC X VALUE "N".
           88 CertificateFileOpen VALUE "Y".
       01 DaysAhead PIC 9(3) VALUE 60.
       01 HorizonDate PIC 9(8) VALUE ZERO.
       01 TestDueFromDate PIC 9(8) VALUE ZERO.
       01 CheckType PIC X(3) VALUE SPACES.
       01 BdFunctionCode PIC X(4) VALUE "ADDD".
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
       01 VehiclesRead PIC 9(7) COMP VALUE ZERO.
       01 CertificatesListed PIC 9(7) COMP VALUE ZERO.
       01 CertificatesExpired PIC 9(7) COMP VALUE ZERO.
       01 CertificatesMissing PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "VehicleCertExpiry".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(37)
               VALUE "VEHICLE CERTIFICATES EXPIRING BY    ".
           02 RphHorizonDate PIC 9(8).
           02 FILLER PIC X(10) VALUE "  RUN ON  ".
           02 RphToday PIC 9(8).
       01 ColumnHeading PIC X(80) VALUE
           "VEHICLE  MAKE       TYPE CERTIFICATE  EXPIRES  STATUS".
       01 ExpiryDetail.
           02 ExdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdMake PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdCertType PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ExdCertificateNo PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdExpiryDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdStatus PIC X(16).
       01 TotalsLine.
           02 FILLER PIC X(16) VALUE "Listed          ".
           02 TtlListed PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "   expired ".
           02 TtlExpired PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   not on file ".
           02 TtlMissing PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT CertificateParmFile
           IF NOT CertificateParmNotFound
               READ CertificateParmFile
                   NOT AT END
                       IF CrpDaysAhead IS NUMERIC
                          AND CrpDaysAhead > ZERO
                           MOVE CrpDaysAhead TO DaysAhead
                       END-IF
               END-READ
               CLOSE CertificateParmFile
           END-IF
           MOVE TodayYYYYMMDD TO BdDateIn
           MOVE DaysAhead TO BdDaysWanted
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL
           MOVE BdDateOut TO HorizonDate
           COMPUTE TestDueFromDate = HorizonDate - 30000
           MOVE "Y" TO CertificateOpenFlag
           OPEN INPUT CertificateFile
           IF CertificateFileNotFound
               MOVE "N" TO CertificateOpenFlag
           END-IF
           OPEN INPUT FleetFile
           OPEN OUTPUT ExpiryReport
           MOVE HorizonDate TO RphHorizonDate
           MOVE TodayYYYYMMDD TO RphToday
           MOVE ReportHeading TO ExpiryLine
           WRITE ExpiryLine
           MOVE SPACES TO ExpiryLine
           WRITE ExpiryLine
           MOVE ColumnHeading TO ExpiryLine
           WRITE ExpiryLine
           PERFORM ReadNextVehicle
           PERFORM CheckOneVehicle UNTIL FleetAtEnd
           MOVE CertificatesListed TO TtlListed
           MOVE CertificatesExpired TO TtlExpired
           MOVE CertificatesMissing TO TtlMissing
           MOVE SPACES TO ExpiryLine
           WRITE ExpiryLine
           MOVE TotalsLine TO ExpiryLine
           WRITE ExpiryLine
           CLOSE FleetFile
           CLOSE ExpiryReport
           IF CertificateFileOpen
               CLOSE CertificateFile
           END-IF
           MOVE VehiclesRead TO ReadForReport
           MOVE CertificatesListed TO WrittenForReport
           MOVE CertificatesExpired TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       CheckOneVehicle.
           ADD 1 TO VehiclesRead
           MOVE "TAX" TO CheckType
           PERFORM CheckOneCertificate
           MOVE "MOT" TO CheckType
           PERFORM CheckOneCertificate
           PERFORM ReadNextVehicle.

      *>   CheckOneCertificate lists the vehicle's certificate of
      *>   the type in CheckType when it is expired, due within
      *>   the look-ahead, or missing when it ought to be held.
      *>   HorizonDate less three years is the latest purchase
      *>   date whose first test falls due by the horizon.
       CheckOneCertificate.
           MOVE RegistrationNumber OF FleetRec
               TO VctRegistrationNumber
           MOVE CheckType TO VctCertType
           MOVE "23" TO CertificateFileStatus
           IF CertificateFileOpen
               READ CertificateFile
                   INVALID KEY
                       MOVE "23" TO CertificateFileStatus
               END-READ
           END-IF
           MOVE SPACES TO ExdStatus
           IF CertificateFileStatus = "00"
               EVALUATE TRUE
                   WHEN VctExpiryDate < TodayYYYYMMDD
                       MOVE "EXPIRED" TO ExdStatus
                       ADD 1 TO CertificatesExpired
                   WHEN VctExpiryDate <= HorizonDate
                       MOVE "DUE FOR RENEWAL" TO ExdStatus
               END-EVALUATE
           ELSE
               MOVE SPACES TO VctCertificateNo
               MOVE ZERO TO VctExpiryDate
               IF CheckType = "TAX"
                  OR PurchaseDate <= TestDueFromDate
                   MOVE "NOT ON FILE" TO ExdStatus
                   ADD 1 TO CertificatesMissing
               END-IF
           END-IF
           IF ExdStatus NOT = SPACES
               ADD 1 TO CertificatesListed
               MOVE RegistrationNumber OF FleetRec
                   TO ExdRegistration
               MOVE MakeOfCar TO ExdMake
               MOVE CheckType TO ExdCertType
               MOVE VctCertificateNo TO ExdCertificateNo
               MOVE VctExpiryDate TO ExdExpiryDate
               MOVE ExpiryDetail TO ExpiryLine
               WRITE ExpiryLine
           END-IF.

       ReadNextVehicle.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
           END-READ.
