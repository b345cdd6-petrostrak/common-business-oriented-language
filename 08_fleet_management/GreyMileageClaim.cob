       IDENTIFICATION DIVISION.
       PROGRAM-ID. GreyMileageClaim.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Grey-fleet business mileage claims - staff driving
      *>   their own cars on company business. Each claim on the
      *>   GRYCLMIN feed names the driver, the private car, the
      *>   journey date, its purpose and the miles. A claim is
      *>   paid only when, on the journey date, the car was on the
      *>   PRIVVEH register for that driver with business
      *>   insurance in force, and the driver's licence had not
      *>   lapsed nor passed the penalty points limit on DRIVERMS
      *>   (the compliance gate the assignment update applies).
      *>   One claim per car per day; a second is a duplicate.
      *>   Miles are paid at the band one rate up to the annual
      *>   threshold in the driver's mileage year (the tax year
      *>   from 6th April) and at the band two rate beyond it -
      *>   GRYPARM carries the threshold and both rates, defaults
      *>   10,000 miles, 0.45 and 0.25. Paid claims are kept on
      *>   the GRYHIST history, which gives the year to date, and
      *>   sent to payroll on the PAYEXPN reimbursement interface
      *>   as payment code "MILE". Every claim, paid or rejected
      *>   and why, lists on the GRYREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MileageParmFile ASSIGN TO "GRYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MileageParmStatus.
           SELECT ClaimInFile ASSIGN TO "GRYCLMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClaimInStatus.
           SELECT ClaimHistoryFile ASSIGN TO "GRYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GmcKey
               FILE STATUS IS ClaimHistoryStatus.
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
           SELECT PayrollFile ASSIGN TO "PAYEXPN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClaimRegister ASSIGN TO "GRYREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MileageParmFile.
       01 MileageParmRec.
           02 MlpThresholdMiles PIC 9(6).
           02 MlpBandOneRate PIC 9V99.
           02 MlpBandTwoRate PIC 9V99.
       FD ClaimInFile.
       01 ClaimInRec.
           02 GciDriverId PIC X(6).
           02 GciJourneyDate PIC 9(8).
           02 GciRegistrationNumber PIC X(8).
           02 GciPurpose PIC X(30).
           02 GciMiles PIC 9(4).
       FD ClaimHistoryFile.
       COPY GRYCLAIM.
       FD PrivateVehicleFile.
       COPY PRIVVEH.
       FD DriverFile.
       COPY DRIVERMS.
       FD PayrollFile.
       COPY PAYEXPN.
       FD ClaimRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 MileageParmStatus PIC XX VALUE "00".
           88 MileageParmNotFound VALUE "35".
       01 ClaimInStatus PIC XX VALUE "00".
           88 ClaimsAtEnd VALUE "10".
           88 ClaimInNotFound VALUE "35".
       01 ClaimHistoryStatus PIC XX VALUE "00".
           88 ClaimHistoryAtEnd VALUE "10".
           88 ClaimHistoryNotFound VALUE "35".
       01 PrivateVehicleStatus PIC XX VALUE "00".
       01 DriverFileStatus PIC XX VALUE "00".
       01 ThresholdMiles PIC 9(6) VALUE 10000.
       01 BandOneRate PIC 9V99 VALUE 0.45.
       01 BandTwoRate PIC 9V99 VALUE 0.25.
       01 PointsLimit PIC 9(2) VALUE 12.
       01 ClaimOk PIC X VALUE "Y".
           88 ClaimValid VALUE "Y".
       01 RejectReason PIC X(30) VALUE SPACES.
       01 MileageYear PIC 9(4) VALUE ZERO.
       01 YearStartDate PIC 9(8) VALUE ZERO.
       01 YearEndDate PIC 9(8) VALUE ZERO.
       01 MilesYearToDate PIC 9(7) VALUE ZERO.
       01 BandOneMiles PIC 9(4) VALUE ZERO.
       01 BandTwoMiles PIC 9(4) VALUE ZERO.
       01 ClaimAmount PIC 9(5)V99 VALUE ZERO.
       01 ClaimsRead PIC 9(7) COMP VALUE ZERO.
       01 ClaimsPaid PIC 9(7) COMP VALUE ZERO.
       01 ClaimsRejected PIC 9(7) COMP VALUE ZERO.
       01 MilesPaid PIC 9(7) COMP VALUE ZERO.
       01 PaymentsWritten PIC 9(7) VALUE ZERO.
       01 PaymentHashTotal PIC 9(11)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "GreyMileageClaim".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(30) VALUE "GREY FLEET MILEAGE CLAIMS - ".
           02 RghDate PIC 9(8).
       01 RegisterDetail.
           02 RgdDriverId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdJourneyDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdMiles PIC Z,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAmount PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(30).
       01 RegisterTotals.
           02 FILLER PIC X(14) VALUE "Claims paid   ".
           02 RgtPaid PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(8) VALUE "  miles ".
           02 RgtMiles PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgtAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  rejected  ".
           02 RgtRejected PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT MileageParmFile
           IF NOT MileageParmNotFound
               READ MileageParmFile
                   NOT AT END
                       PERFORM TakeMileageParameters
               END-READ
               CLOSE MileageParmFile
           END-IF
           OPEN INPUT PrivateVehicleFile
           OPEN INPUT DriverFile
           OPEN I-O ClaimHistoryFile
           IF ClaimHistoryNotFound
               OPEN OUTPUT ClaimHistoryFile
               CLOSE ClaimHistoryFile
               OPEN I-O ClaimHistoryFile
           END-IF
           OPEN OUTPUT PayrollFile
           MOVE "H" TO PxpRecordType
           MOVE SPACES TO PxpDetail
           MOVE TodayYYYYMMDD TO PxpFileDate
           WRITE PayrollExpenseRec
           OPEN OUTPUT ClaimRegister
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           OPEN INPUT ClaimInFile
           IF ClaimInNotFound
               DISPLAY "GreyMileageClaim - no claims to process"
           ELSE
               PERFORM ReadNextClaim
               PERFORM ProcessOneClaim UNTIL ClaimsAtEnd
               CLOSE ClaimInFile
           END-IF
           MOVE "T" TO PxpRecordType
           MOVE SPACES TO PxpDetail
           MOVE PaymentsWritten TO PxpRecordCount
           MOVE PaymentHashTotal TO PxpHashTotal
           WRITE PayrollExpenseRec
           MOVE ClaimsPaid TO RgtPaid
           MOVE MilesPaid TO RgtMiles
           MOVE PaymentHashTotal TO RgtAmount
           MOVE ClaimsRejected TO RgtRejected
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterTotals TO RegisterLine
           WRITE RegisterLine
           CLOSE PrivateVehicleFile
           CLOSE DriverFile
           CLOSE ClaimHistoryFile
           CLOSE PayrollFile
           CLOSE ClaimRegister
           MOVE ClaimsRead TO ReadForReport
           MOVE ClaimsPaid TO WrittenForReport
           MOVE ClaimsRejected TO RejectedForReport
           MOVE PaymentHashTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       TakeMileageParameters.
           IF MlpThresholdMiles IS NUMERIC
              AND MlpThresholdMiles > ZERO
               MOVE MlpThresholdMiles TO ThresholdMiles
           END-IF
           IF MlpBandOneRate IS NUMERIC
              AND MlpBandOneRate > ZERO
               MOVE MlpBandOneRate TO BandOneRate
           END-IF
           IF MlpBandTwoRate IS NUMERIC
              AND MlpBandTwoRate > ZERO
               MOVE MlpBandTwoRate TO BandTwoRate
           END-IF.

       ProcessOneClaim.
           ADD 1 TO ClaimsRead
           MOVE "Y" TO ClaimOk
           MOVE SPACES TO RejectReason
           MOVE ZERO TO ClaimAmount
           PERFORM ValidateClaim
           IF ClaimValid
               PERFORM CheckDriverCompliance
           END-IF
           IF ClaimValid
               PERFORM CheckPrivateVehicle
           END-IF
           IF ClaimValid
               MOVE GciDriverId TO GmcDriverId
               MOVE GciJourneyDate TO GmcJourneyDate
               MOVE GciRegistrationNumber TO GmcRegistrationNumber
               READ ClaimHistoryFile
                   NOT INVALID KEY
                       MOVE "N" TO ClaimOk
                       MOVE "Journey already claimed"
                           TO RejectReason
               END-READ
           END-IF
           IF ClaimValid
               PERFORM PriceClaim
               PERFORM PayClaim
           ELSE
               ADD 1 TO ClaimsRejected
           END-IF
           PERFORM WriteRegisterLine
           PERFORM ReadNextClaim.

      *>   ValidateClaim takes the first failure as the reason.
       ValidateClaim.
           IF GciJourneyDate NOT NUMERIC
              OR GciJourneyDate < 20000101
              OR GciJourneyDate > TodayYYYYMMDD
               MOVE "N" TO ClaimOk
               MOVE "Journey date not valid" TO RejectReason
           END-IF
           IF ClaimValid
               IF GciMiles NOT NUMERIC OR GciMiles = ZERO
                   MOVE "N" TO ClaimOk
                   MOVE "Miles not valid" TO RejectReason
               END-IF
           END-IF
           IF ClaimValid AND GciPurpose = SPACES
               MOVE "N" TO ClaimOk
               MOVE "No journey purpose" TO RejectReason
           END-IF.

      *>   CheckDriverCompliance applies the licence gate as at the
      *>   journey date; an expiry of zero is a licence the
      *>   checking feed has not yet reported on.
       CheckDriverCompliance.
           MOVE GciDriverId TO DriverId
           READ DriverFile
               INVALID KEY
                   MOVE "N" TO ClaimOk
                   MOVE "Driver not on driver master"
                       TO RejectReason
           END-READ
           IF ClaimValid
               IF DriverLicenceExpiry > ZERO
                  AND DriverLicenceExpiry < GciJourneyDate
                   MOVE "N" TO ClaimOk
                   MOVE "Driving licence lapsed" TO RejectReason
               END-IF
           END-IF
           IF ClaimValid AND DriverPenaltyPoints > PointsLimit
               MOVE "N" TO ClaimOk
               MOVE "Penalty points over limit" TO RejectReason
           END-IF.

      *>   A withdrawn car's PvhUpdatedDate is the day it was
      *>   withdrawn, so journeys before then are still paid.
       CheckPrivateVehicle.
           MOVE GciDriverId TO PvhDriverId
           MOVE GciRegistrationNumber TO PvhRegistrationNumber
           READ PrivateVehicleFile
               INVALID KEY
                   MOVE "N" TO ClaimOk
                   MOVE "Car not registered to driver"
                       TO RejectReason
           END-READ
           IF ClaimValid AND PvhWithdrawn
               IF GciJourneyDate > PvhUpdatedDate
                   MOVE "N" TO ClaimOk
                   MOVE "Car withdrawn from business use"
                       TO RejectReason
               END-IF
           END-IF
           IF ClaimValid
               IF PvhBusinessCoverExpiry < GciJourneyDate
                   MOVE "N" TO ClaimOk
                   MOVE "Business insurance lapsed"
                       TO RejectReason
               END-IF
           END-IF.

      *>   PriceClaim splits the miles across the two bands on the
      *>   driver's paid miles so far in the mileage year.
       PriceClaim.
           MOVE GciJourneyDate(1:4) TO MileageYear
           IF GciJourneyDate(5:4) < "0406"
               SUBTRACT 1 FROM MileageYear
           END-IF
           COMPUTE YearStartDate = MileageYear * 10000 + 406
           COMPUTE YearEndDate = (MileageYear + 1) * 10000 + 405
           MOVE ZERO TO MilesYearToDate
           MOVE "00" TO ClaimHistoryStatus
           MOVE GciDriverId TO GmcDriverId
           MOVE YearStartDate TO GmcJourneyDate
           MOVE LOW-VALUES TO GmcRegistrationNumber
           START ClaimHistoryFile KEY NOT LESS THAN GmcKey
               INVALID KEY MOVE "10" TO ClaimHistoryStatus
           END-START
           IF NOT ClaimHistoryAtEnd
               PERFORM ReadNextHistoryClaim
           END-IF
           PERFORM AddOneYearClaim
               UNTIL ClaimHistoryAtEnd
                  OR GmcDriverId NOT = GciDriverId
                  OR GmcJourneyDate > YearEndDate
           MOVE "00" TO ClaimHistoryStatus
           IF MilesYearToDate >= ThresholdMiles
               MOVE ZERO TO BandOneMiles
           ELSE
               IF ThresholdMiles - MilesYearToDate > GciMiles
                   MOVE GciMiles TO BandOneMiles
               ELSE
                   COMPUTE BandOneMiles =
                           ThresholdMiles - MilesYearToDate
               END-IF
           END-IF
           COMPUTE BandTwoMiles = GciMiles - BandOneMiles
           COMPUTE ClaimAmount ROUNDED =
                   BandOneMiles * BandOneRate
                 + BandTwoMiles * BandTwoRate.

       AddOneYearClaim.
           ADD GmcMiles TO MilesYearToDate
           PERFORM ReadNextHistoryClaim.

       PayClaim.
           MOVE GciDriverId TO GmcDriverId
           MOVE GciJourneyDate TO GmcJourneyDate
           MOVE GciRegistrationNumber TO GmcRegistrationNumber
           MOVE GciPurpose TO GmcPurpose
           MOVE GciMiles TO GmcMiles
           MOVE MileageYear TO GmcMileageYear
           MOVE BandOneMiles TO GmcBandOneMiles
           MOVE BandTwoMiles TO GmcBandTwoMiles
           MOVE ClaimAmount TO GmcAmount
           MOVE TodayYYYYMMDD TO GmcPaidDate
           WRITE GreyMileageClaimRec
           MOVE "D" TO PxpRecordType
           MOVE SPACES TO PxpDetail
           MOVE GciDriverId TO PxpDriverId
           MOVE "MILE" TO PxpPaymentCode
           MOVE ClaimAmount TO PxpAmount
           MOVE GciRegistrationNumber TO PxpReference
           MOVE GciJourneyDate TO PxpJourneyDate
           MOVE GciMiles TO PxpMiles
           WRITE PayrollExpenseRec
           ADD 1 TO PaymentsWritten
           ADD ClaimAmount TO PaymentHashTotal
           ADD 1 TO ClaimsPaid
           ADD GciMiles TO MilesPaid
           IF BandTwoMiles > ZERO
               MOVE "Part or all at band two rate"
                   TO RejectReason
           ELSE
               MOVE "Paid at band one rate" TO RejectReason
           END-IF.

       WriteRegisterLine.
           MOVE GciDriverId TO RgdDriverId
           MOVE GciRegistrationNumber TO RgdRegistration
           MOVE GciJourneyDate TO RgdJourneyDate
           MOVE GciMiles TO RgdMiles
           MOVE ClaimAmount TO RgdAmount
           IF ClaimValid
               MOVE "PAID" TO RgdOutcome
           ELSE
               MOVE "REJECTED" TO RgdOutcome
           END-IF
           MOVE RejectReason TO RgdText
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextClaim.
           READ ClaimInFile
               AT END MOVE "10" TO ClaimInStatus
           END-READ.

       ReadNextHistoryClaim.
           READ ClaimHistoryFile NEXT RECORD
               AT END MOVE "10" TO ClaimHistoryStatus
           END-READ.
