       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashierCoverageReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Counter coverage planning per branch. The cashier hours
      *>   rostered on CSHROTA for the planning period (COVPARM:
      *>   from and to date, defaulting to the seven days from
      *>   today) are set, weekday by weekday, against the branch's
      *>   historic transaction volume on that weekday from the
      *>   CITYVOL history the nightly roll-up keeps. Each branch
      *>   prints one line per weekday in the period: cashier
      *>   hours rostered per day, the average transactions taken
      *>   on that weekday, and transactions per cashier hour.
      *>   A weekday that takes business with nobody rostered is
      *>   flagged NO COVER; one running above COVPARM's maximum
      *>   transactions per hour (default 20) STRETCHED; one below
      *>   the minimum (default 2) with cashiers on, OVERSTAFFED.
      *>   The average is over every date of that weekday seen on
      *>   the history up to the period start, so a branch that
      *>   took nothing on a given Monday counts it as a nil day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CoverageParmFile ASSIGN TO "COVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CoverageParmStatus.
           SELECT RotaFile ASSIGN TO "CSHROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RotKey
               FILE STATUS IS RotaFileStatus.
           SELECT VolumeHistoryFile ASSIGN TO "CITYVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VolumeHistoryStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT CoverageReport ASSIGN TO "COVERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CoverageParmFile.
       01 CoverageParmRec.
           02 CvpFromDate PIC 9(8).
           02 CvpToDate PIC 9(8).
           02 CvpMaxPerHour PIC 9(3).
           02 CvpMinPerHour PIC 9(3).
       FD RotaFile.
       COPY CSHROTA.
       FD VolumeHistoryFile.
       COPY CITYVOL.
       FD BranchFile.
       COPY BRANCHREF.
       FD CoverageReport.
       01 CoverageLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CoverageParmStatus PIC XX VALUE "00".
           88 CoverageParmNotFound VALUE "35".
       01 RotaFileStatus PIC XX VALUE "00".
           88 RotaAtEnd VALUE "10".
           88 RotaFileNotFound VALUE "35".
       01 VolumeHistoryStatus PIC XX VALUE "00".
           88 VolumeHistoryAtEnd VALUE "10".
           88 VolumeHistoryNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 PeriodFrom PIC 9(8) VALUE ZERO.
       01 PeriodTo PIC 9(8) VALUE ZERO.
       01 MaxPerHour PIC 9(3) VALUE 20.
       01 MinPerHour PIC 9(3) VALUE 2.
      *>   BusinessDayCheck parameters.
       01 BdFunctionCode PIC X(4) VALUE SPACES.
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
      *>   Per weekday, 1 Monday to 7 Sunday: how many of that day
      *>   fall in the planning period and how many dates of it the
      *>   volume history covers.
       01 WeekdayTable.
           02 WeekdayEntry OCCURS 7 TIMES.
               03 WkdPeriodDays PIC 9(3).
               03 WkdHistoryDays PIC 9(5).
       01 WeekdayNames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WeekdayIdx PIC 9 VALUE ZERO.
       01 PeriodDate PIC 9(8) VALUE ZERO.
       01 LastHistoryDate PIC 9(8) VALUE ZERO.
       01 HistoryWeekday PIC 9 VALUE ZERO.
      *>   Rostered minutes and historic transactions per branch
      *>   and weekday, the deposit reconciliation's full-range
      *>   table idiom subscripted by CityCode.
       01 CoverageTable.
           02 CoverageBranch OCCURS 999 TIMES.
               03 CovBranchSeen PIC X.
               03 CovWeekday OCCURS 7 TIMES.
                   04 CovRotaMinutes PIC 9(7).
                   04 CovHistoryTxns PIC 9(9).
       01 CityIdx PIC 9(4) COMP VALUE ZERO.
       01 ShiftStartMinutes PIC 9(5) VALUE ZERO.
       01 ShiftEndMinutes PIC 9(5) VALUE ZERO.
       01 TimeHours PIC 9(2) VALUE ZERO.
       01 TimeMinutes PIC 9(2) VALUE ZERO.
       01 HoursPerDay PIC 9(5)V9 VALUE ZERO.
       01 AverageTxns PIC 9(7) VALUE ZERO.
       01 TxnsPerHour PIC 9(5)V9 VALUE ZERO.
       01 CoverageNote PIC X(11) VALUE SPACES.
       01 RecordsRead PIC 9(7) COMP VALUE ZERO.
       01 LinesPrinted PIC 9(7) COMP VALUE ZERO.
       01 GapsFlagged PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "CashierCoverageRpt".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36)
               VALUE "CASHIER COUNTER COVERAGE - ROTA FROM".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RphFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 RphToDate PIC 9(8).
       01 ColumnHeading PIC X(80) VALUE
           "BRANCH           DAY  HOURS/DAY  AVG TXNS  TXNS/HOUR  NOTE".
       01 CoverageDetail.
           02 DetCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetBranchName PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetWeekday PIC X(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DetHoursPerDay PIC ZZ,ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetAverageTxns PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetTxnsPerHour PIC ZZ,ZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DetNote PIC X(11).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadCoverageParm
           PERFORM ClearOneBranch
               VARYING CityIdx FROM 1 BY 1
               UNTIL CityIdx > 999
           PERFORM CountPeriodWeekdays
           PERFORM AccumulateRota
           PERFORM AccumulateVolumeHistory
           OPEN INPUT BranchFile
           OPEN OUTPUT CoverageReport
           MOVE PeriodFrom TO RphFromDate
           MOVE PeriodTo TO RphToDate
           MOVE ReportHeading TO CoverageLine
           WRITE CoverageLine
           MOVE SPACES TO CoverageLine
           WRITE CoverageLine
           MOVE ColumnHeading TO CoverageLine
           WRITE CoverageLine
           PERFORM PrintOneBranch
               VARYING CityIdx FROM 1 BY 1
               UNTIL CityIdx > 999
           CLOSE BranchFile
           CLOSE CoverageReport
           DISPLAY "CashierCoverageReport - weekdays flagged = "
                   GapsFlagged
           MOVE RecordsRead TO ReadForReport
           MOVE LinesPrinted TO WrittenForReport
           MOVE GapsFlagged TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadCoverageParm.
           MOVE TodayYYYYMMDD TO PeriodFrom
           MOVE ZERO TO PeriodTo
           OPEN INPUT CoverageParmFile
           IF NOT CoverageParmNotFound
               READ CoverageParmFile
                   NOT AT END
                       IF CvpFromDate IS NUMERIC
                          AND CvpFromDate > ZERO
                           MOVE CvpFromDate TO PeriodFrom
                       END-IF
                       IF CvpToDate IS NUMERIC
                          AND CvpToDate > ZERO
                           MOVE CvpToDate TO PeriodTo
                       END-IF
                       IF CvpMaxPerHour IS NUMERIC
                          AND CvpMaxPerHour > ZERO
                           MOVE CvpMaxPerHour TO MaxPerHour
                       END-IF
                       IF CvpMinPerHour IS NUMERIC
                          AND CvpMinPerHour > ZERO
                           MOVE CvpMinPerHour TO MinPerHour
                       END-IF
               END-READ
               CLOSE CoverageParmFile
           END-IF
           IF PeriodTo < PeriodFrom
               MOVE "ADDD" TO BdFunctionCode
               MOVE PeriodFrom TO BdDateIn
               MOVE 6 TO BdDaysWanted
               PERFORM CallBusinessDayCheck
               MOVE BdDateOut TO PeriodTo
           END-IF.

       ClearOneBranch.
           MOVE "N" TO CovBranchSeen(CityIdx)
           PERFORM ClearOneWeekday
               VARYING WeekdayIdx FROM 1 BY 1
               UNTIL WeekdayIdx > 7.

       ClearOneWeekday.
           MOVE ZERO TO CovRotaMinutes(CityIdx WeekdayIdx)
           MOVE ZERO TO CovHistoryTxns(CityIdx WeekdayIdx)
           IF CityIdx = 1
               MOVE ZERO TO WkdPeriodDays(WeekdayIdx)
               MOVE ZERO TO WkdHistoryDays(WeekdayIdx)
           END-IF.

      *>   CountPeriodWeekdays steps the planning period a calendar
      *>   day at a time, counting each weekday it holds.
       CountPeriodWeekdays.
           MOVE PeriodFrom TO PeriodDate
           PERFORM CountOnePeriodDay UNTIL PeriodDate > PeriodTo.

       CountOnePeriodDay.
           MOVE "DOW " TO BdFunctionCode
           MOVE PeriodDate TO BdDateIn
           PERFORM CallBusinessDayCheck
           MOVE BdDateOut TO WeekdayIdx
           ADD 1 TO WkdPeriodDays(WeekdayIdx)
           MOVE "ADDD" TO BdFunctionCode
           MOVE PeriodDate TO BdDateIn
           MOVE 1 TO BdDaysWanted
           PERFORM CallBusinessDayCheck
           MOVE BdDateOut TO PeriodDate.

       AccumulateRota.
           OPEN INPUT RotaFile
           IF RotaFileNotFound
               DISPLAY "CashierCoverageReport - no cashier rota "
                       "on file"
           ELSE
               PERFORM ReadNextRotaShift
               PERFORM AddOneRotaShift UNTIL RotaAtEnd
               CLOSE RotaFile
           END-IF.

       AddOneRotaShift.
           ADD 1 TO RecordsRead
           IF RotShiftDate NOT < PeriodFrom
              AND RotShiftDate NOT > PeriodTo
              AND RotCityCode >= 1
               MOVE "DOW " TO BdFunctionCode
               MOVE RotShiftDate TO BdDateIn
               PERFORM CallBusinessDayCheck
               MOVE BdDateOut TO WeekdayIdx
               DIVIDE RotStartTime BY 100
                   GIVING TimeHours REMAINDER TimeMinutes
               COMPUTE ShiftStartMinutes = TimeHours * 60
                       + TimeMinutes
               DIVIDE RotEndTime BY 100
                   GIVING TimeHours REMAINDER TimeMinutes
               COMPUTE ShiftEndMinutes = TimeHours * 60
                       + TimeMinutes
               IF ShiftEndMinutes > ShiftStartMinutes
                   COMPUTE CovRotaMinutes(RotCityCode WeekdayIdx) =
                           CovRotaMinutes(RotCityCode WeekdayIdx)
                           + ShiftEndMinutes - ShiftStartMinutes
               END-IF
               MOVE "Y" TO CovBranchSeen(RotCityCode)
           END-IF
           PERFORM ReadNextRotaShift.

      *>   AccumulateVolumeHistory takes every CITYVOL day before
      *>   the period; the history is appended a night at a time,
      *>   so a change of date is a new day of that weekday.
       AccumulateVolumeHistory.
           OPEN INPUT VolumeHistoryFile
           IF VolumeHistoryNotFound
               DISPLAY "CashierCoverageReport - no branch volume "
                       "history on file"
           ELSE
               PERFORM ReadNextVolume
               PERFORM AddOneVolume UNTIL VolumeHistoryAtEnd
               CLOSE VolumeHistoryFile
           END-IF.

       AddOneVolume.
           ADD 1 TO RecordsRead
           IF CvlDate < PeriodFrom AND CvlCityCode >= 1
               IF CvlDate NOT = LastHistoryDate
                   MOVE "DOW " TO BdFunctionCode
                   MOVE CvlDate TO BdDateIn
                   PERFORM CallBusinessDayCheck
                   MOVE BdDateOut TO HistoryWeekday
                   ADD 1 TO WkdHistoryDays(HistoryWeekday)
                   MOVE CvlDate TO LastHistoryDate
               END-IF
               ADD CvlTxnCount
                   TO CovHistoryTxns(CvlCityCode HistoryWeekday)
               MOVE "Y" TO CovBranchSeen(CvlCityCode)
           END-IF
           PERFORM ReadNextVolume.

      *>   PrintOneBranch lists a branch with rota or history, one
      *>   line for each weekday the planning period holds.
       PrintOneBranch.
           IF CovBranchSeen(CityIdx) = "Y"
               MOVE CityIdx TO CityCode OF BranchRec
               READ BranchFile
                   INVALID KEY
                       MOVE "UNKNOWN" TO BranchName
               END-READ
               MOVE SPACES TO CoverageLine
               WRITE CoverageLine
               PERFORM PrintOneWeekday
                   VARYING WeekdayIdx FROM 1 BY 1
                   UNTIL WeekdayIdx > 7
           END-IF.

       PrintOneWeekday.
           IF WkdPeriodDays(WeekdayIdx) > ZERO
               COMPUTE HoursPerDay ROUNDED =
                       CovRotaMinutes(CityIdx WeekdayIdx)
                       / 60 / WkdPeriodDays(WeekdayIdx)
               MOVE ZERO TO AverageTxns
               IF WkdHistoryDays(WeekdayIdx) > ZERO
                   COMPUTE AverageTxns ROUNDED =
                           CovHistoryTxns(CityIdx WeekdayIdx)
                           / WkdHistoryDays(WeekdayIdx)
               END-IF
               MOVE ZERO TO TxnsPerHour
               IF HoursPerDay > ZERO
                   COMPUTE TxnsPerHour ROUNDED =
                           AverageTxns / HoursPerDay
               END-IF
               MOVE SPACES TO CoverageNote
               EVALUATE TRUE
                   WHEN AverageTxns > ZERO AND HoursPerDay = ZERO
                       MOVE "NO COVER" TO CoverageNote
                   WHEN HoursPerDay > ZERO
                        AND TxnsPerHour > MaxPerHour
                       MOVE "STRETCHED" TO CoverageNote
                   WHEN HoursPerDay > ZERO
                        AND TxnsPerHour < MinPerHour
                       MOVE "OVERSTAFFED" TO CoverageNote
               END-EVALUATE
               IF CoverageNote NOT = SPACES
                   ADD 1 TO GapsFlagged
               END-IF
               MOVE CityIdx TO DetCityCode
               MOVE BranchName TO DetBranchName
               MOVE WeekdayNames((WeekdayIdx - 1) * 3 + 1:3)
                   TO DetWeekday
               MOVE HoursPerDay TO DetHoursPerDay
               MOVE AverageTxns TO DetAverageTxns
               MOVE TxnsPerHour TO DetTxnsPerHour
               MOVE CoverageNote TO DetNote
               MOVE CoverageDetail TO CoverageLine
               WRITE CoverageLine
               ADD 1 TO LinesPrinted
           END-IF.

       CallBusinessDayCheck.
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL.

       ReadNextRotaShift.
           READ RotaFile NEXT RECORD
               AT END MOVE "10" TO RotaFileStatus
           END-READ.

       ReadNextVolume.
           READ VolumeHistoryFile
               AT END MOVE "10" TO VolumeHistoryStatus
           END-READ.
