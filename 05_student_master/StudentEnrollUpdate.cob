      *>   longer reads half-applied updates, and a second updater
      *>   fails cleanly naming the holder instead of corrupting
      *>   the master.
      *>   2026-10-15  Registration priority windows: a new
      *>   enrollment for a term arriving before the student's
      *>   REGWIN window opens is held on the suspense stream
      *>   instead of rejected - without taking a suspense cycle, so
      *>   it cannot age out - and goes through on the first run
      *>   after the window opens, ahead of that night's fresh
      *>   batch. Held transactions are counted with the rejects for
      *>   run control and shown separately on the console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentHoldKey
               FILE STATUS IS HoldFileStatus.
           SELECT WindowFile ASSIGN TO "REGWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegWindowKey
               FILE STATUS IS WindowFileStatus.
           SELECT TransactionFile ASSIGN TO "STUDTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransactionStatus.
       COPY TERMCAL.
       FD HoldFile.
       COPY STUDHOLD.
       FD WindowFile.
       COPY REGWIN.
       FD TransactionFile.
       COPY STUDTRAN.
       FD AuditFile.
           88 HoldFileOpen VALUE "Y".
       01 StudentHeldFlag PIC X VALUE "N".
           88 StudentHeld VALUE "Y".
       01 WindowFileStatus PIC XX VALUE "00".
           88 WindowFileNotFound VALUE "35".
       01 WindowFileOpenFlag PIC X VALUE "N".
           88 WindowFileOpen VALUE "Y".
       01 WindowClosedFlag PIC X VALUE "N".
           88 WindowNotYetOpen VALUE "Y".
       01 TimeNow PIC 9(8) VALUE ZERO.
       01 TimeNowParts REDEFINES TimeNow.
           02 TimeNowHHMM PIC 9(4).
           02 FILLER PIC 9(4).
       01 RecordsHeldForWindow PIC 9(7) COMP VALUE ZERO.
       01 HeldGradeFlag PIC X VALUE "N".
           88 HeldEnrollmentFound VALUE "Y".
       01 HeldGrade PIC 9V9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO OperatorId
      *>   No hold file means no student is held - services flow.
               MOVE "N" TO HoldFileOpenFlag
           END-IF
           MOVE "Y" TO WindowFileOpenFlag
           OPEN INPUT WindowFile
           IF WindowFileNotFound
      *>   No window file means registration is not windowed - every
      *>   enrollment is taken as it arrives.
               MOVE "N" TO WindowFileOpenFlag
           END-IF
           OPEN INPUT TransactionFile
           OPEN OUTPUT AuditFile
           OPEN OUTPUT ErrorReport
           IF HoldFileOpen
               CLOSE HoldFile
           END-IF
           IF WindowFileOpen
               CLOSE WindowFile
           END-IF
           IF RecordsHeldForWindow > ZERO
               DISPLAY "StudentEnrollUpdate - held for registration "
                       "window = " RecordsHeldForWindow
           END-IF
           CLOSE TransactionFile
           CLOSE AuditFile
           CLOSE ErrorReport
       ApplyTransaction.
           ADD 1 TO RecordsRead
           MOVE "Y" TO TranOk
           MOVE "N" TO WindowClosedFlag
      *>   Transactions from before term coding - recycled
      *>   suspense images in the short layout, or feeds not yet
      *>   extended - arrive with spaces where TranSectionNo now
           IF TranValid
               PERFORM ValidateTranCourseID
           END-IF
           IF TranValid
               PERFORM CheckRegistrationWindow
           END-IF
           IF TranValid
               PERFORM CheckCourseCapacity
           END-IF
               ADD 1 TO RecordsApplied
           ELSE
               ADD 1 TO RecordsRejected
               IF WindowNotYetOpen
                   ADD 1 TO RecordsHeldForWindow
                   PERFORM HoldUntilWindowOpens
               ELSE
                   PERFORM RouteRejectToSuspense
               END-IF
           END-IF
           PERFORM TakeCheckpointIfDue
           MOVE TranStudentId TO PreviousStudentId
               END-IF
           END-IF.

      *>   CheckRegistrationWindow holds back a new enrollment in a
      *>   term for which the student has a REGWIN window that has
      *>   not opened yet - by date, or by time on the opening day.
      *>   An existing enrollment being regraded or moved is not a
      *>   new registration and is not windowed; nor is a student
      *>   with no window row for the term. It runs ahead of the
      *>   capacity check so a held student never lands on the
      *>   waitlist for a seat they were not yet entitled to ask for.
       CheckRegistrationWindow.
           IF WindowFileOpen AND TranTerm NOT = SPACES
              AND (TranAdd OR TranChange)
               MOVE TranStudentId TO EnrStudentId
               MOVE TranCourseID TO EnrCourseID
               READ EnrollmentFile
                   INVALID KEY
                       PERFORM ReadStudentWindow
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF WindowNotYetOpen
                   MOVE "N" TO TranOk
                   MOVE "Registration window not yet open"
                       TO RejectReasonText
               END-IF
           END-IF.

       ReadStudentWindow.
           MOVE TranStudentId TO RgwStudentId
           MOVE TranTerm TO RgwTerm
           READ WindowFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TodayYYYYMMDD < RgwOpenDate
                      OR (TodayYYYYMMDD = RgwOpenDate
                          AND TimeNowHHMM < RgwOpenTime)
                       MOVE "Y" TO WindowClosedFlag
                   END-IF
           END-READ.

      *>   CheckTermCalendar enforces the TERMCAL deadlines on any
      *>   transaction naming a term (spaces means the transaction
      *>   predates term-coded enrollment and passes as before): the
               WRITE SuspenseOutRec
           END-IF.

      *>   HoldUntilWindowOpens puts a transaction held by its
      *>   registration window back on the suspense stream at the
      *>   cycle count it arrived with - waiting for a window is not
      *>   a failure, so it never ages out - and keeps it off the
      *>   error report.
       HoldUntilWindowOpens.
           MOVE StudentTran TO SwkTranImage
           MOVE RejectReasonText TO SwkRejectReason
           MOVE CurrentCycleCount TO SwkCycleCount
           MOVE SuspenseWorkRec TO SuspenseOutRec
           WRITE SuspenseOutRec.

      *>   ReadNextTransaction drains last cycle's suspense file
      *>   first, unpacking each suspended transaction image back
      *>   into the transaction record area, then falls through to
