       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashierRotaMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains the CSHROTA cashier shift rota from the branch
      *>   offices' rota feed (CSHROTRN): action "A" adds a shift or
      *>   replaces the one already keyed at that cashier, date and
      *>   start time, "D" takes it off. A shift is only rostered
      *>   for an active cashier on the CASHIER master, at a branch
      *>   open on the reference, with a real date and a start
      *>   before the end. The branch must be the cashier's own or
      *>   the feed must say the cashier is lent to it; a cashier
      *>   cannot be in two places at once, so a shift overlapping
      *>   another of the same cashier's that day is rejected.
      *>   Rejections list on the CSHROTRP report with the reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RotaTranFile ASSIGN TO "CSHROTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RotaTranStatus.
           SELECT RotaFile ASSIGN TO "CSHROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RotKey
               FILE STATUS IS RotaFileStatus.
           SELECT CashierFile ASSIGN TO "CASHIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CshCashierId
               FILE STATUS IS CashierFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT RotaReport ASSIGN TO "CSHROTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RotaTranFile.
       01 RotaTranRec.
           02 RrtAction PIC X.
               88 RrtAddShift VALUE "A".
               88 RrtDeleteShift VALUE "D".
           02 RrtCashierId PIC X(8).
           02 RrtShiftDate PIC 9(8).
           02 RrtStartTime PIC 9(4).
           02 RrtEndTime PIC 9(4).
           02 RrtCityCode PIC 9(3).
           02 RrtLent PIC X.
       FD RotaFile.
       COPY CSHROTA.
       FD CashierFile.
       COPY CASHIER.
       FD BranchFile.
       COPY BRANCHREF.
       FD RotaReport.
       01 RotaLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 RotaTranStatus PIC XX VALUE "00".
           88 RotaTransAtEnd VALUE "10".
       01 RotaFileStatus PIC XX VALUE "00".
           88 RotaFileAtEnd VALUE "10".
           88 RotaFileNotFound VALUE "35".
       01 CashierFileStatus PIC XX VALUE "00".
       01 BranchFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(40) VALUE SPACES.
       01 HomeCityCode PIC 9(3) VALUE ZERO.
       01 ShiftHours PIC 9(2) VALUE ZERO.
       01 ShiftMinutes PIC 9(2) VALUE ZERO.
       01 OverlapFlag PIC X VALUE "N".
           88 ShiftOverlaps VALUE "Y".
       01 ShiftsAdded PIC 9(5) COMP VALUE ZERO.
       01 ShiftsReplaced PIC 9(5) COMP VALUE ZERO.
       01 ShiftsDeleted PIC 9(5) COMP VALUE ZERO.
       01 ShiftsLent PIC 9(5) COMP VALUE ZERO.
       01 ShiftsRejected PIC 9(5) COMP VALUE ZERO.
       01 RejectDetail.
           02 RjdAction PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdCashierId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdShiftDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdStartTime PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 RjdEndTime PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdReason PIC X(38).
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT RotaTranFile
           OPEN INPUT CashierFile
           OPEN INPUT BranchFile
           OPEN I-O RotaFile
           IF RotaFileNotFound
               OPEN OUTPUT RotaFile
               CLOSE RotaFile
               OPEN I-O RotaFile
           END-IF
           OPEN OUTPUT RotaReport
           MOVE "CASHIER ROTA MAINTENANCE - REJECTED SHIFTS"
               TO RotaLine
           WRITE RotaLine
           PERFORM ReadNextRotaTran
           PERFORM ApplyOneRotaTran UNTIL RotaTransAtEnd
           CLOSE RotaTranFile
           CLOSE CashierFile
           CLOSE BranchFile
           CLOSE RotaFile
           CLOSE RotaReport
           DISPLAY "CashierRotaMaintenance - shifts added = "
                   ShiftsAdded " replaced = " ShiftsReplaced
                   " deleted = " ShiftsDeleted
           DISPLAY "CashierRotaMaintenance - lent shifts = "
                   ShiftsLent " rejected = " ShiftsRejected
           STOP RUN.

       ApplyOneRotaTran.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           EVALUATE TRUE
               WHEN RrtAddShift
                   PERFORM ValidateShift
                   IF TranValid
                       PERFORM CheckShiftOverlap
                   END-IF
                   IF TranValid
                       PERFORM StoreShift
                   END-IF
               WHEN RrtDeleteShift
                   PERFORM DeleteShift
               WHEN OTHER
                   MOVE "N" TO TranOk
                   MOVE "Action not A or D" TO RejectReason
           END-EVALUATE
           IF NOT TranValid
               PERFORM ReportRejectedShift
           END-IF
           PERFORM ReadNextRotaTran.

      *>   ValidateShift proves the cashier, the branch and the
      *>   times; the first failure is the reason reported.
       ValidateShift.
           MOVE RrtCashierId TO CshCashierId
           READ CashierFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Cashier not on cashier master"
                       TO RejectReason
               NOT INVALID KEY
                   IF NOT CshActive
                       MOVE "N" TO TranOk
                       MOVE "Cashier not active" TO RejectReason
                   END-IF
                   MOVE CshCityCode TO HomeCityCode
           END-READ
           IF TranValid
               MOVE RrtCityCode TO CityCode OF BranchRec
               READ BranchFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Branch not on branch reference"
                           TO RejectReason
                   NOT INVALID KEY
                       IF NOT BranchTakesActivity
                           MOVE "N" TO TranOk
                           MOVE "Branch not open" TO RejectReason
                       END-IF
               END-READ
           END-IF
           IF TranValid
              AND RrtCityCode NOT = HomeCityCode
              AND RrtLent NOT = "Y"
               MOVE "N" TO TranOk
               MOVE "Not this branch's cashier, not lent"
                   TO RejectReason
           END-IF
           IF TranValid
               IF RrtShiftDate NOT NUMERIC
                  OR RrtShiftDate < 20000101
                  OR RrtShiftDate > 20991231
                   MOVE "N" TO TranOk
                   MOVE "Shift date not valid" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               PERFORM ValidateShiftTimes
           END-IF.

       ValidateShiftTimes.
           IF RrtStartTime NOT NUMERIC OR RrtEndTime NOT NUMERIC
               MOVE "N" TO TranOk
           ELSE
               DIVIDE RrtStartTime BY 100
                   GIVING ShiftHours REMAINDER ShiftMinutes
               IF ShiftHours > 23 OR ShiftMinutes > 59
                   MOVE "N" TO TranOk
               END-IF
               DIVIDE RrtEndTime BY 100
                   GIVING ShiftHours REMAINDER ShiftMinutes
               IF ShiftHours > 24 OR ShiftMinutes > 59
                   MOVE "N" TO TranOk
               END-IF
               IF RrtEndTime NOT > RrtStartTime
                   MOVE "N" TO TranOk
               END-IF
           END-IF
           IF NOT TranValid
               MOVE "Shift times not valid" TO RejectReason
           END-IF.

      *>   CheckShiftOverlap walks the cashier's other shifts that
      *>   day; the shift being replaced does not count against
      *>   itself.
       CheckShiftOverlap.
           MOVE "N" TO OverlapFlag
           MOVE RrtCashierId TO RotCashierId
           MOVE RrtShiftDate TO RotShiftDate
           MOVE ZERO TO RotStartTime
           START RotaFile KEY IS NOT LESS THAN RotKey
               INVALID KEY
                   MOVE "10" TO RotaFileStatus
           END-START
           IF NOT RotaFileAtEnd
               PERFORM ReadNextRotaShift
           END-IF
           PERFORM CheckOneRotaShift
               UNTIL RotaFileAtEnd OR ShiftOverlaps
           MOVE "00" TO RotaFileStatus
           IF ShiftOverlaps
               MOVE "N" TO TranOk
               MOVE "Overlaps cashier's shift at"
                   TO RejectReason
               MOVE RotStartTime TO RejectReason(29:4)
           END-IF.

       CheckOneRotaShift.
           IF RotCashierId NOT = RrtCashierId
              OR RotShiftDate NOT = RrtShiftDate
               MOVE "10" TO RotaFileStatus
           ELSE
               IF RotStartTime NOT = RrtStartTime
                  AND RotStartTime < RrtEndTime
                  AND RotEndTime > RrtStartTime
                   MOVE "Y" TO OverlapFlag
               ELSE
                   PERFORM ReadNextRotaShift
               END-IF
           END-IF.

       StoreShift.
           MOVE RrtCashierId TO RotCashierId
           MOVE RrtShiftDate TO RotShiftDate
           MOVE RrtStartTime TO RotStartTime
           MOVE RrtEndTime TO RotEndTime
           MOVE RrtCityCode TO RotCityCode
           MOVE HomeCityCode TO RotHomeCityCode
           IF RrtCityCode = HomeCityCode
               MOVE "N" TO RotLentFlag
           ELSE
               MOVE "Y" TO RotLentFlag
               ADD 1 TO ShiftsLent
           END-IF
           WRITE CashierRotaRec
               INVALID KEY
                   REWRITE CashierRotaRec
                   ADD 1 TO ShiftsReplaced
               NOT INVALID KEY
                   ADD 1 TO ShiftsAdded
           END-WRITE.

       DeleteShift.
           MOVE RrtCashierId TO RotCashierId
           MOVE RrtShiftDate TO RotShiftDate
           MOVE RrtStartTime TO RotStartTime
           DELETE RotaFile RECORD
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Shift not on rota" TO RejectReason
               NOT INVALID KEY
                   ADD 1 TO ShiftsDeleted
           END-DELETE.

       ReportRejectedShift.
           ADD 1 TO ShiftsRejected
           MOVE RrtAction TO RjdAction
           MOVE RrtCashierId TO RjdCashierId
           MOVE RrtShiftDate TO RjdShiftDate
           MOVE RrtStartTime TO RjdStartTime
           MOVE RrtEndTime TO RjdEndTime
           MOVE RrtCityCode TO RjdCityCode
           MOVE RejectReason TO RjdReason
           MOVE RejectDetail TO RotaLine
           WRITE RotaLine.

       ReadNextRotaShift.
           READ RotaFile NEXT RECORD
               AT END MOVE "10" TO RotaFileStatus
           END-READ.

       ReadNextRotaTran.
           READ RotaTranFile
               AT END MOVE "10" TO RotaTranStatus
           END-READ.
