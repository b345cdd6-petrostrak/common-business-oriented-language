       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleCertificateMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains the VEHCERT certificate register from the
      *>   fleet office's VCERTTRN feed: road tax renewals, and
      *>   roadworthiness tests done outside our own workshop (the
      *>   service update records the ones it posts). Each entry
      *>   names the vehicle, the type (TAX or MOT), the
      *>   certificate number and its issue and expiry dates, and
      *>   replaces the certificate on file unless that one runs
      *>   later - a renewal keyed twice, or an old certificate
      *>   found in a drawer, never shortens the register. The
      *>   vehicle must be on the fleet master. Everything applied
      *>   and rejected lists on the VCERTREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CertificateTranFile ASSIGN TO "VCERTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CertificateTranStatus.
           SELECT CertificateFile ASSIGN TO "VEHCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VctKey
               FILE STATUS IS CertificateFileStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT CertificateRegister ASSIGN TO "VCERTREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CertificateTranFile.
       01 CertificateTranRec.
           02 VcrRegistrationNumber PIC X(8).
           02 VcrCertType PIC X(3).
           02 VcrCertificateNo PIC X(12).
           02 VcrIssueDate PIC 9(8).
           02 VcrExpiryDate PIC 9(8).
       FD CertificateFile.
       COPY VEHCERT.
       FD FleetFile.
       COPY FLEETREC.
       FD CertificateRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CertificateTranStatus PIC XX VALUE "00".
           88 CertificateTransAtEnd VALUE "10".
       01 CertificateFileStatus PIC XX VALUE "00".
           88 CertificateFileNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 CertificateOnFileFlag PIC X VALUE "N".
           88 CertificateOnFile VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 CertificatesApplied PIC 9(5) COMP VALUE ZERO.
       01 CertificatesRejected PIC 9(5) COMP VALUE ZERO.
       01 RegisterDetail.
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCertType PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCertificateNo PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdExpiryDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(32).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT CertificateTranFile
           OPEN INPUT FleetFile
           OPEN I-O CertificateFile
           IF CertificateFileNotFound
               OPEN OUTPUT CertificateFile
               CLOSE CertificateFile
               OPEN I-O CertificateFile
           END-IF
           OPEN OUTPUT CertificateRegister
           MOVE "VEHICLE CERTIFICATE MAINTENANCE" TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextCertificateTran
           PERFORM ApplyOneCertificate UNTIL CertificateTransAtEnd
           CLOSE CertificateTranFile
           CLOSE FleetFile
           CLOSE CertificateFile
           CLOSE CertificateRegister
           DISPLAY "VehicleCertificateMaintenance - applied = "
                   CertificatesApplied
                   " rejected = " CertificatesRejected
           STOP RUN.

       ApplyOneCertificate.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE VcrRegistrationNumber
               TO RegistrationNumber OF FleetRec
           READ FleetFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Registration not on fleet master"
                       TO RejectReason
           END-READ
           IF TranValid
               IF VcrCertType NOT = "TAX" AND VcrCertType NOT = "MOT"
                   MOVE "N" TO TranOk
                   MOVE "Type not TAX or MOT" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND VcrCertificateNo = SPACES
               MOVE "N" TO TranOk
               MOVE "No certificate number" TO RejectReason
           END-IF
           IF TranValid
               IF VcrIssueDate NOT NUMERIC
                  OR VcrExpiryDate NOT NUMERIC
                  OR VcrIssueDate < 20000101
                  OR VcrExpiryDate < VcrIssueDate
                   MOVE "N" TO TranOk
                   MOVE "Certificate dates not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               MOVE "Y" TO CertificateOnFileFlag
               MOVE VcrRegistrationNumber TO VctRegistrationNumber
               MOVE VcrCertType TO VctCertType
               READ CertificateFile
                   INVALID KEY
                       MOVE "N" TO CertificateOnFileFlag
               END-READ
               IF CertificateOnFile
                  AND VctExpiryDate > VcrExpiryDate
                   MOVE "N" TO TranOk
                   MOVE "Register holds a later expiry"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               MOVE VcrCertificateNo TO VctCertificateNo
               MOVE VcrIssueDate TO VctIssueDate
               MOVE VcrExpiryDate TO VctExpiryDate
               MOVE "FLEETOFF" TO VctSource
               MOVE TodayYYYYMMDD TO VctUpdatedDate
               IF CertificateOnFile
                   REWRITE VehicleCertificateRec
               ELSE
                   WRITE VehicleCertificateRec
               END-IF
               ADD 1 TO CertificatesApplied
           END-IF
           PERFORM ReportCertificate
           PERFORM ReadNextCertificateTran.

       ReportCertificate.
           MOVE VcrRegistrationNumber TO RgdRegistration
           MOVE VcrCertType TO RgdCertType
           MOVE VcrCertificateNo TO RgdCertificateNo
           MOVE VcrExpiryDate TO RgdExpiryDate
           IF TranValid
               MOVE "APPLIED" TO RgdOutcome
               IF CertificateOnFile
                   MOVE "Replaces certificate on file"
                       TO RgdText
               ELSE
                   MOVE "First certificate of type"
                       TO RgdText
               END-IF
           ELSE
               ADD 1 TO CertificatesRejected
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextCertificateTran.
           READ CertificateTranFile
               AT END MOVE "10" TO CertificateTranStatus
           END-READ.
