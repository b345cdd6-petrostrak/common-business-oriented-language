      *>   with an existing VEHRESV reservation for the vehicle. A
      *>   class booking takes the first vehicle of the class that
      *>   passes both checks. Rejects list on RSVERR.
      *>   2026-10-15  A vehicle whose road tax or roadworthiness
      *>   test on the VEHCERT register has expired by the start
      *>   of the booking cannot be booked; a class booking passes
      *>   over it to the next vehicle of the class.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AssignmentKey
               FILE STATUS IS AssignmentFileStatus.
           SELECT CertificateFile ASSIGN TO "VEHCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VctKey
               FILE STATUS IS CertificateFileStatus.
           SELECT ErrorReport ASSIGN TO "RSVERR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY FLEETREC.
       FD AssignmentFile.
       COPY DRVASSGN.
       FD CertificateFile.
       COPY VEHCERT.
       FD ErrorReport.
       01 ErrorLine.
           02 ErrDriverId PIC X(6).
           88 AssignmentFileNotFound VALUE "35".
       01 AssignmentOpenFlag PIC X VALUE "N".
           88 AssignmentFileOpen VALUE "Y".
       01 CertificateFileStatus PIC XX VALUE "00".
           88 CertificateFileNotFound VALUE "35".
       01 CertificateOpenFlag PIC X VALUE "N".
           88 CertificateFileOpen VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 CandidateRegistration PIC X(8) VALUE SPACES.
           IF AssignmentFileNotFound
               MOVE "N" TO AssignmentOpenFlag
           END-IF
           MOVE "Y" TO CertificateOpenFlag
           OPEN INPUT CertificateFile
           IF CertificateFileNotFound
               MOVE "N" TO CertificateOpenFlag
           END-IF
           OPEN I-O ReservationFile
           IF ReservationFileNotFound
               OPEN OUTPUT ReservationFile
           IF AssignmentFileOpen
               CLOSE AssignmentFile
           END-IF
           IF CertificateFileOpen
               CLOSE CertificateFile
           END-IF
           CLOSE ReservationFile
           CLOSE ErrorReport
           MOVE BookingsRead TO ReadForReport

      *>   AllocateFromClass walks the fleet master for the first
      *>   vehicle of the requested ManufacturerGroup that is
      *>   taxed and tested, and neither permanently assigned nor
      *>   already booked over the window.
       AllocateFromClass.
           MOVE "N" TO AllocatedFlag
           MOVE "00" TO FleetFileStatus
           END-IF.

      *>   CheckVehicleFree proves the candidate over the booking
      *>   window: road tax and test in force at the start of it,
      *>   no permanent assignment in force across any of it, and
      *>   no overlapping reservation. The failure reason lands in
      *>   ErrMessage for the named-vehicle path.
       CheckVehicleFree.
           MOVE "Y" TO VehicleFreeFlag
           IF CertificateFileOpen
               PERFORM CheckCertificatesInForce
           END-IF
           IF VehicleFree
               PERFORM CheckPermanentAssignment
           END-IF
           IF VehicleFree
               PERFORM CheckReservationClash
           END-IF.

      *>   A vehicle with no certificate of a type on the register
      *>   is not refused here; the weekly expiry report chases the
      *>   gap.
       CheckCertificatesInForce.
           MOVE CandidateRegistration TO VctRegistrationNumber
           MOVE "TAX" TO VctCertType
           READ CertificateFile
               NOT INVALID KEY
                   IF VctExpiryDate < RstFromDate
                       MOVE "N" TO VehicleFreeFlag
                       MOVE "Road tax expired" TO ErrMessage
                   END-IF
           END-READ
           IF VehicleFree
               MOVE CandidateRegistration TO VctRegistrationNumber
               MOVE "MOT" TO VctCertType
               READ CertificateFile
                   NOT INVALID KEY
                       IF VctExpiryDate < RstFromDate
                           MOVE "N" TO VehicleFreeFlag
                           MOVE "Roadworthiness test expired"
                               TO ErrMessage
                       END-IF
               END-READ
           END-IF.

       CheckPermanentAssignment.
           IF AssignmentFileOpen
               MOVE "00" TO AssignmentFileStatus
