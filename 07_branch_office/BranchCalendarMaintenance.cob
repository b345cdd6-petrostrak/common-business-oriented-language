       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchCalendarMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains the BRCALNDR branch opening calendar from head
      *>   office's BRCALTRN feed. Action "W" sets a branch's
      *>   standing week - seven Y/N opening flags, Monday first,
      *>   and whether it trades on public holidays; "C" records a
      *>   local closure from one date through another with its
      *>   reason (a closure already keyed at that from-date is
      *>   replaced); "D" takes a closure off. The branch must be
      *>   on the reference. Rejections list on the BRCALREG
      *>   register with the reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarTranFile ASSIGN TO "BRCALTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalendarTranStatus.
           SELECT CalendarFile ASSIGN TO "BRCALNDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BclKey
               FILE STATUS IS CalendarFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT CalendarRegister ASSIGN TO "BRCALREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CalendarTranFile.
       01 CalendarTranRec.
           02 BctAction PIC X.
               88 BctSetWeek VALUE "W".
               88 BctAddClosure VALUE "C".
               88 BctDeleteClosure VALUE "D".
           02 BctCityCode PIC 9(3).
           02 BctFromDate PIC 9(8).
           02 BctToDate PIC 9(8).
           02 BctOpeningDays PIC X(7).
           02 BctOpensOnHolidays PIC X.
           02 BctReason PIC X(20).
       FD CalendarFile.
       COPY BRCALNDR.
       FD BranchFile.
       COPY BRANCHREF.
       FD CalendarRegister.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 CalendarTranStatus PIC XX VALUE "00".
           88 CalendarTransAtEnd VALUE "10".
       01 CalendarFileStatus PIC XX VALUE "00".
           88 CalendarFileNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 DayIdx PIC 9 VALUE ZERO.
       01 WeeksSet PIC 9(5) COMP VALUE ZERO.
       01 ClosuresAdded PIC 9(5) COMP VALUE ZERO.
       01 ClosuresDeleted PIC 9(5) COMP VALUE ZERO.
       01 TransRejected PIC 9(5) COMP VALUE ZERO.
       01 RejectDetail.
           02 RjdAction PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdFromDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdToDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdReason PIC X(32).
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT CalendarTranFile
           OPEN INPUT BranchFile
           OPEN I-O CalendarFile
           IF CalendarFileNotFound
               OPEN OUTPUT CalendarFile
               CLOSE CalendarFile
               OPEN I-O CalendarFile
           END-IF
           OPEN OUTPUT CalendarRegister
           MOVE "BRANCH CALENDAR MAINTENANCE - REJECTED ENTRIES"
               TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextCalendarTran
           PERFORM ApplyOneCalendarTran UNTIL CalendarTransAtEnd
           CLOSE CalendarTranFile
           CLOSE BranchFile
           CLOSE CalendarFile
           CLOSE CalendarRegister
           DISPLAY "BranchCalendarMaintenance - weeks set = "
                   WeeksSet " closures added = " ClosuresAdded
                   " deleted = " ClosuresDeleted
                   " rejected = " TransRejected
           STOP RUN.

       ApplyOneCalendarTran.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE BctCityCode TO CityCode OF BranchRec
           READ BranchFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Branch not on branch reference"
                       TO RejectReason
           END-READ
           IF TranValid
               EVALUATE TRUE
                   WHEN BctSetWeek
                       PERFORM SetStandingWeek
                   WHEN BctAddClosure
                       PERFORM AddLocalClosure
                   WHEN BctDeleteClosure
                       PERFORM DeleteLocalClosure
                   WHEN OTHER
                       MOVE "N" TO TranOk
                       MOVE "Action not W, C or D" TO RejectReason
               END-EVALUATE
           END-IF
           IF NOT TranValid
               PERFORM ReportRejectedTran
           END-IF
           PERFORM ReadNextCalendarTran.

       SetStandingWeek.
           PERFORM CheckOneDayFlag
               VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > 7
           IF BctOpensOnHolidays NOT = "Y"
              AND BctOpensOnHolidays NOT = "N"
              AND BctOpensOnHolidays NOT = SPACE
               MOVE "N" TO TranOk
           END-IF
           IF NOT TranValid
               MOVE "Opening days must be Y or N" TO RejectReason
           ELSE
               MOVE BctCityCode TO BclCityCode
               MOVE ZERO TO BclFromDate
               MOVE ZERO TO BclToDate
               MOVE BctOpeningDays TO BclOpeningDays
               MOVE BctOpensOnHolidays TO BclOpensOnHolidays
               IF BclOpensOnHolidays = SPACE
                   MOVE "N" TO BclOpensOnHolidays
               END-IF
               MOVE "STANDING WEEK" TO BclReason
               WRITE BranchCalendarRec
                   INVALID KEY
                       REWRITE BranchCalendarRec
               END-WRITE
               ADD 1 TO WeeksSet
           END-IF.

       CheckOneDayFlag.
           IF BctOpeningDays(DayIdx:1) NOT = "Y"
              AND BctOpeningDays(DayIdx:1) NOT = "N"
               MOVE "N" TO TranOk
           END-IF.

       AddLocalClosure.
           IF BctFromDate NOT NUMERIC OR BctToDate NOT NUMERIC
               MOVE "N" TO TranOk
           ELSE
               IF BctFromDate < 20000101
                  OR BctToDate < BctFromDate
                   MOVE "N" TO TranOk
               END-IF
           END-IF
           IF NOT TranValid
               MOVE "Closure dates not valid" TO RejectReason
           ELSE
               MOVE BctCityCode TO BclCityCode
               MOVE BctFromDate TO BclFromDate
               MOVE BctToDate TO BclToDate
               MOVE SPACES TO BclOpeningDays
               MOVE SPACE TO BclOpensOnHolidays
               MOVE BctReason TO BclReason
               WRITE BranchCalendarRec
                   INVALID KEY
                       REWRITE BranchCalendarRec
               END-WRITE
               ADD 1 TO ClosuresAdded
           END-IF.

       DeleteLocalClosure.
           MOVE BctCityCode TO BclCityCode
           MOVE BctFromDate TO BclFromDate
           IF BctFromDate NOT NUMERIC OR BctFromDate = ZERO
               MOVE "N" TO TranOk
               MOVE "Closure from-date needed" TO RejectReason
           ELSE
               DELETE CalendarFile RECORD
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Closure not on calendar"
                           TO RejectReason
                   NOT INVALID KEY
                       ADD 1 TO ClosuresDeleted
               END-DELETE
           END-IF.

       ReportRejectedTran.
           ADD 1 TO TransRejected
           MOVE BctAction TO RjdAction
           MOVE BctCityCode TO RjdCityCode
           MOVE BctFromDate TO RjdFromDate
           MOVE BctToDate TO RjdToDate
           MOVE RejectReason TO RjdReason
           MOVE RejectDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextCalendarTran.
           READ CalendarTranFile
               AT END MOVE "10" TO CalendarTranStatus
           END-READ.
