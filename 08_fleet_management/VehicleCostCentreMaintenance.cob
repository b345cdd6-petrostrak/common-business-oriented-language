       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleCostCentreMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Tags fleet vehicles with the department they are run for
      *>   from the fleet office's VCCTRN feed: each entry names a
      *>   vehicle and its cost centre, or spaces to hand a vehicle
      *>   back to the pool, where the month-end recharge shares it
      *>   by its drivers' days. The vehicle must be on the fleet
      *>   master; when GLACCMAP is on file the cost centre must
      *>   have a recharge account mapped (key RCH plus the cost
      *>   centre), so the recharge never posts a department to
      *>   suspense. Everything applied and rejected lists on the
      *>   VCCREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CostCentreTranFile ASSIGN TO "VCCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostCentreTranStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT CostCentreRegister ASSIGN TO "VCCREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CostCentreTranFile.
       01 CostCentreTranRec.
           02 VccRegistrationNumber PIC X(8).
           02 VccCostCentre PIC X(5).
       FD FleetFile.
       COPY FLEETREC.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD CostCentreRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 CostCentreTranStatus PIC XX VALUE "00".
           88 CostCentreTransAtEnd VALUE "10".
       01 FleetFileStatus PIC XX VALUE "00".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapFileOpenFlag PIC X VALUE "N".
           88 MapFileOpen VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 PreviousCostCentre PIC X(5) VALUE SPACES.
       01 TagsApplied PIC 9(5) COMP VALUE ZERO.
       01 TagsRejected PIC 9(5) COMP VALUE ZERO.
       01 RegisterDetail.
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCostCentre PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(32).
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT CostCentreTranFile
           OPEN I-O FleetFile
           MOVE "Y" TO MapFileOpenFlag
           OPEN INPUT GLAccountMapFile
           IF GLAccountMapNotFound
               MOVE "N" TO MapFileOpenFlag
           END-IF
           OPEN OUTPUT CostCentreRegister
           MOVE "VEHICLE COST CENTRE MAINTENANCE" TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextCostCentreTran
           PERFORM ApplyOneCostCentre UNTIL CostCentreTransAtEnd
           CLOSE CostCentreTranFile
           CLOSE FleetFile
           IF MapFileOpen
               CLOSE GLAccountMapFile
           END-IF
           CLOSE CostCentreRegister
           DISPLAY "VehicleCostCentreMaintenance - applied = "
                   TagsApplied
                   " rejected = " TagsRejected
           STOP RUN.

       ApplyOneCostCentre.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE VccRegistrationNumber
               TO RegistrationNumber OF FleetRec
           READ FleetFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Registration not on fleet master"
                       TO RejectReason
           END-READ
           IF TranValid AND MapFileOpen
              AND VccCostCentre NOT = SPACES
               MOVE SPACES TO MapPostingKey
               STRING "RCH" VccCostCentre
                   DELIMITED BY SIZE INTO MapPostingKey
               READ GLAccountMapFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "No recharge account mapped"
                           TO RejectReason
               END-READ
           END-IF
           IF TranValid
               MOVE CostCentre TO PreviousCostCentre
               MOVE VccCostCentre TO CostCentre
               REWRITE FleetRec
               ADD 1 TO TagsApplied
           END-IF
           PERFORM ReportCostCentre
           PERFORM ReadNextCostCentreTran.

       ReportCostCentre.
           MOVE VccRegistrationNumber TO RgdRegistration
           MOVE VccCostCentre TO RgdCostCentre
           IF TranValid
               MOVE "APPLIED" TO RgdOutcome
               MOVE SPACES TO RgdText
               IF VccCostCentre = SPACES
                   MOVE "Returned to the pool" TO RgdText
               ELSE
                   IF PreviousCostCentre = SPACES
                       MOVE "Taken out of the pool" TO RgdText
                   ELSE
                       STRING "Was " PreviousCostCentre
                           DELIMITED BY SIZE INTO RgdText
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TagsRejected
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextCostCentreTran.
           READ CostCentreTranFile
               AT END MOVE "10" TO CostCentreTranStatus
           END-READ.
