      *>   The tuition billing account is the low six digits of the
      *>   StudentId; ids are issued within the registrar's single
      *>   million band, so the band base restores the full id.
      *>   2026-10-15  The financial side reads the STUDLEDG student
      *>   account ledger instead of matching TUITFEE against
      *>   CASHRECV itself: the balance on a student's last ledger
      *>   entry places the "FI" hold when it is owing and lifts it
      *>   once it is cleared, so awards, withdrawal refunds and
      *>   payments from any period all count, not just the bills
      *>   in the latest generation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentLedgerKey
               FILE STATUS IS LedgerFileStatus.
           SELECT HoldTranFile ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldTranStatus.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       COPY STUDLEDG.
       FD HoldTranFile.
       COPY HOLDTRAN.
       FD HoldFile.
       FD HoldRegister.
       01 HoldRegisterLine PIC X(60).
       WORKING-STORAGE SECTION.
       01 LedgerFileStatus PIC XX VALUE "00".
           88 LedgerAtEnd VALUE "10".
           88 LedgerFileNotFound VALUE "35".
       01 HoldTranStatus PIC XX VALUE "00".
           88 HoldTransAtEnd VALUE "10".
           88 HoldTranNotFound VALUE "35".
           88 HoldFileNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       COPY STDDATE.
       01 UnpaidForStudent PIC S9(7)V99 VALUE ZERO.
       01 BreakStudentId PIC 9(7) VALUE ZERO.
       01 WorkStudentId PIC 9(7) VALUE ZERO.
       01 HoldExistsFlag PIC X VALUE "N".
           88 HoldExists VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 LedgerEntriesRead PIC 9(7) COMP VALUE ZERO.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 HoldsPlaced PIC 9(7) COMP VALUE ZERO.
       01 HoldsLifted PIC 9(7) COMP VALUE ZERO.
           CLOSE HoldFile
           CLOSE StudentMasterFile
           CLOSE HoldRegister
           COMPUTE ReadForReport = LedgerEntriesRead + TransRead
           COMPUTE WrittenForReport = HoldsPlaced + HoldsLifted
           MOVE TransRejected TO RejectedForReport
           COMPUTE BalancingTotal = HoldsPlaced + HoldsLifted
           END-CALL
           STOP RUN.

      *>   ProcessFinancialHolds walks the student account ledger
      *>   in student order; each entry carries the running balance
      *>   after it, so the last entry before a change of student
      *>   is what that student owes, and the control break places
      *>   or lifts the financial hold on it.
       ProcessFinancialHolds.
           OPEN INPUT LedgerFile
           IF LedgerFileNotFound
               MOVE "10" TO LedgerFileStatus
           END-IF
           PERFORM ReadNextLedgerEntry
           IF NOT LedgerAtEnd
               MOVE LgrStudentId TO BreakStudentId
           END-IF
           PERFORM TakeOneLedgerEntry UNTIL LedgerAtEnd
           IF BreakStudentId > ZERO
               PERFORM SettleFinancialHold
           END-IF
           IF NOT LedgerFileNotFound
               CLOSE LedgerFile
           END-IF.

       TakeOneLedgerEntry.
           IF LgrStudentId NOT = BreakStudentId
               PERFORM SettleFinancialHold
               MOVE LgrStudentId TO BreakStudentId
           END-IF
           ADD 1 TO LedgerEntriesRead
           MOVE LgrBalance TO UnpaidForStudent
           PERFORM ReadNextLedgerEntry.

      *>   SettleFinancialHold places the "FI" hold when the student
      *>   just totalled owes anything, and lifts a standing one the
      *>   night the balance clears - the hold lifecycle tracks the
      *>   money with no clerk in the loop.
       SettleFinancialHold.
           MOVE BreakStudentId TO WorkStudentId
           MOVE WorkStudentId TO HldStudentId
           MOVE "FI" TO HldHoldType
           MOVE "N" TO HoldExistsFlag
                   MOVE "Y" TO HoldExistsFlag
           END-READ
           MOVE "FI" TO RegHoldType
           MOVE "STUDLEDG" TO RegPlacedBy
           EVALUATE TRUE
               WHEN UnpaidForStudent > ZERO AND NOT HoldExists
                   MOVE WorkStudentId TO HldStudentId
                   MOVE "FI" TO HldHoldType
                   MOVE "STUDLEDG" TO HldPlacedBy
                   MOVE TodayYYYYMMDD TO HldPlacedDate
                   WRITE StudentHoldRec
                   ADD 1 TO HoldsPlaced
                   MOVE "PLACED " TO RegAction
                   MOVE "account balance owing" TO RegComment
                   PERFORM WriteRegisterLine
               WHEN UnpaidForStudent NOT > ZERO AND HoldExists
                   DELETE HoldFile
                   ADD 1 TO HoldsLifted
                   MOVE "LIFTED " TO RegAction
                   MOVE "account balance cleared" TO RegComment
                   PERFORM WriteRegisterLine
           END-EVALUATE
           MOVE ZERO TO UnpaidForStudent.
           MOVE RegisterDetail TO HoldRegisterLine
           WRITE HoldRegisterLine.

       ReadNextLedgerEntry.
           READ LedgerFile NEXT RECORD
               AT END MOVE "10" TO LedgerFileStatus
           END-READ.

       ReadNextHoldTran.
           READ HoldTranFile
