      *>   below the master's current reading updates the history
      *>   but leaves the master mileage alone, since odometers do
      *>   not run backwards.
      *>   2026-10-15  An MOT service (work category MO) renews the
      *>   vehicle's MOT row on the VEHCERT certificate register:
      *>   the test's certificate number, issued on the service
      *>   date and expiring the day before its anniversary. A
      *>   late-posted older test never shortens a later expiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ServiceHistoryFile ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ServiceHistoryStatus.
           SELECT CertificateFile ASSIGN TO "VEHCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VctKey
               FILE STATUS IS CertificateFileStatus.
           SELECT ErrorReport ASSIGN TO "SVCUPERR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY FLEETREC.
       FD ServiceHistoryFile.
       COPY SVCHIST.
       FD CertificateFile.
       COPY VEHCERT.
       FD ErrorReport.
       01 ErrorLine.
           02 ErrRegistration PIC X(8).
       01 FleetFileStatus PIC XX VALUE "00".
       01 ServiceHistoryStatus PIC XX VALUE "00".
           88 HistoryFileNotFound VALUE "35".
       01 CertificateFileStatus PIC XX VALUE "00".
           88 CertificateFileNotFound VALUE "35".
       COPY STDDATE.
       01 TestYear PIC 9(4) VALUE ZERO.
       01 TestMonthDay PIC 9(4) VALUE ZERO.
       01 TestExpiryDate PIC 9(8) VALUE ZERO.
       01 TestsRecorded PIC 9(7) COMP VALUE ZERO.
       01 BdFunctionCode PIC X(4) VALUE "SUBD".
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE 1.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
       01 ServicesRead PIC 9(7) COMP VALUE ZERO.
       01 ServicesApplied PIC 9(7) COMP VALUE ZERO.
       01 ServicesRejected PIC 9(7) COMP VALUE ZERO.
       01 CostTotalForReport PIC 9(9)V99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT ServiceTranFile
           OPEN I-O FleetFile
           OPEN EXTEND ServiceHistoryFile
           IF HistoryFileNotFound
               OPEN OUTPUT ServiceHistoryFile
           END-IF
           OPEN I-O CertificateFile
           IF CertificateFileNotFound
               OPEN OUTPUT CertificateFile
               CLOSE CertificateFile
               OPEN I-O CertificateFile
           END-IF
           OPEN OUTPUT ErrorReport
           PERFORM ReadNextServiceTran
           PERFORM ApplyOneService UNTIL ServiceTransAtEnd
           CLOSE ServiceTranFile
           CLOSE FleetFile
           CLOSE ServiceHistoryFile
           CLOSE CertificateFile
           CLOSE ErrorReport
           DISPLAY "FleetServiceUpdate - MOT certificates recorded = "
                   TestsRecorded
           MOVE ServicesRead TO ServicesReadForReport
           MOVE ServicesApplied TO ServicesAppliedForReport
           MOVE ServicesRejected TO ServicesRejectedForReport
               MOVE SvtMileageAtService TO Mileage
           END-IF
           REWRITE FleetRec
           IF SvtWorkCategory = "MO"
               PERFORM RecordRoadworthinessTest
           END-IF
           ADD 1 TO ServicesApplied
           ADD SvtCost TO ServiceCostTotal.

      *>   RecordRoadworthinessTest runs the test's expiry to the
      *>   day before its anniversary (a 29th February test to the
      *>   28th) and keeps whichever certificate runs the longer.
       RecordRoadworthinessTest.
           DIVIDE SvtServiceDate BY 10000
               GIVING TestYear
               REMAINDER TestMonthDay
           ADD 1 TO TestYear
           IF TestMonthDay = 0229
               MOVE 0301 TO TestMonthDay
           END-IF
           COMPUTE BdDateIn = TestYear * 10000 + TestMonthDay
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL
           MOVE BdDateOut TO TestExpiryDate
           MOVE SvtRegistrationNumber TO VctRegistrationNumber
           MOVE "MOT" TO VctCertType
           READ CertificateFile
               INVALID KEY
                   PERFORM SetTestCertificate
                   WRITE VehicleCertificateRec
                   ADD 1 TO TestsRecorded
               NOT INVALID KEY
                   IF TestExpiryDate > VctExpiryDate
                       PERFORM SetTestCertificate
                       REWRITE VehicleCertificateRec
                       ADD 1 TO TestsRecorded
                   END-IF
           END-READ.

       SetTestCertificate.
           MOVE SvtCertificateNo TO VctCertificateNo
           MOVE SvtServiceDate TO VctIssueDate
           MOVE TestExpiryDate TO VctExpiryDate
           MOVE "SVCUPDT" TO VctSource
           MOVE TodayYYYYMMDD TO VctUpdatedDate.

       AppendHistoryRow.
           MOVE SvtRegistrationNumber TO SvcRegistrationNumber
           MOVE SvtServiceDate TO SvcServiceDate
