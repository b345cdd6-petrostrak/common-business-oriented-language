      *>   maintenance transaction feed, the BranchMaintenance upsert
      *>   pattern: a new DriverId is written, an existing one is
      *>   rewritten with this transaction's values.
      *>   2026-10-15  Carries the driver's cost centre for the fleet
      *>   recharge; a blank on an existing driver keeps the one held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   MOVE ZERO TO DriverLicenceExpiry
                   MOVE SPACES TO DriverLicenceCategories
                   MOVE ZERO TO DriverPenaltyPoints
                   MOVE SPACES TO DriverCostCentre
           END-READ
           MOVE DvtDriverId TO DriverId
           MOVE DvtDriverName TO DriverName
           MOVE DvtDriverLicenceNo TO DriverLicenceNo
           IF DvtCostCentre NOT = SPACES
               MOVE DvtCostCentre TO DriverCostCentre
           END-IF
           WRITE DriverRec
               INVALID KEY
                   REWRITE DriverRec
