       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBudgetVariance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Month-end budget-versus-actual report. The run takes the
      *>   month's GL journals (the GLJRNL files of the period's
      *>   extract runs, concatenated by the job) and nets each
      *>   account's debits less credits into its actual movement,
      *>   then writes that actual back onto the account's GLBUDGET
      *>   row for the month - adding a row with no budget where
      *>   nothing was planned, and zeroing a month's actual the
      *>   journals no longer show, so a rerun replaces rather than
      *>   adds. The year to date is then read off GLBUDGET itself.
      *>   The report (BUDVAR) lists every account budgeted or
      *>   posted in the year under its GLACCMAP report group, the
      *>   month and year to date each showing budget, actual,
      *>   variance (actual less budget) and the variance as a
      *>   percentage of budget, with group and grand totals. A
      *>   variance over the BUDPARM tolerance - both the
      *>   percentage and the minimum amount - is marked ***. The
      *>   month's summary is left on BUDKPI for the management
      *>   KPI extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetParmFile ASSIGN TO "BUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetParmStatus.
           SELECT GLJournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJournalStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT GLBudgetFile ASSIGN TO "GLBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLBudgetKey
               FILE STATUS IS GLBudgetStatus.
           SELECT VarianceReport ASSIGN TO "BUDVAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BudgetKpiFile ASSIGN TO "BUDKPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BudgetSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD BudgetParmFile.
       COPY BUDPARM.
       FD GLJournalFile.
       COPY GLJRNL.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD GLBudgetFile.
       COPY GLBUDGET.
       FD VarianceReport.
       01 VarianceLine PIC X(72).
       FD BudgetKpiFile.
       COPY BUDKPI.
       SD BudgetSortFile.
       01 BudgetSortRec.
           02 SrtGroup PIC X(10).
           02 SrtAccount PIC X(8).
           02 SrtMonthBudget PIC S9(11)V99.
           02 SrtMonthActual PIC S9(11)V99.
           02 SrtYtdBudget PIC S9(11)V99.
           02 SrtYtdActual PIC S9(11)V99.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 BudgetParmStatus PIC XX VALUE "00".
           88 BudgetParmNotFound VALUE "35".
       01 GLJournalStatus PIC XX VALUE "00".
           88 GLJournalAtEnd VALUE "10".
           88 GLJournalNotFound VALUE "35".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapAtEnd VALUE "10".
           88 GLAccountMapNotFound VALUE "35".
       01 GLBudgetStatus PIC XX VALUE "00".
           88 GLBudgetAtEnd VALUE "10".
           88 GLBudgetNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 RunYear PIC 9(4) VALUE ZERO.
       01 RunMonth PIC 9(2) VALUE ZERO.
       01 TolerancePercent PIC 9(3)V9 VALUE 10.0.
       01 MinimumVariance PIC 9(7)V99 VALUE 100.00.
      *>   Report groups, by account, off GLACCMAP.
       01 GroupMax PIC 9(3) VALUE 500.
       01 GroupCount PIC 9(3) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry OCCURS 500 TIMES.
               03 GrpAccountCode PIC X(8).
               03 GrpReportGroup PIC X(10).
       01 GroupIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundGroupIdx PIC 9(3) COMP VALUE ZERO.
      *>   The month's actual movement, by account, off GLJRNL.
       01 ActualMax PIC 9(3) VALUE 500.
       01 ActualCount PIC 9(3) VALUE ZERO.
       01 ActualTable.
           02 ActualEntry OCCURS 500 TIMES.
               03 ActAccountCode PIC X(8).
               03 ActMovement PIC S9(11)V99.
               03 ActAppliedFlag PIC X.
                   88 ActApplied VALUE "Y".
       01 ActualIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundActualIdx PIC 9(3) COMP VALUE ZERO.
       01 LookupAccount PIC X(8) VALUE SPACES.
      *>   One account's year, gathered off GLBUDGET.
       01 CurrentAccount PIC X(8) VALUE SPACES.
       01 AccountInYearFlag PIC X VALUE "N".
           88 AccountInYear VALUE "Y".
       01 AccountMonthBudget PIC S9(11)V99 VALUE ZERO.
       01 AccountMonthActual PIC S9(11)V99 VALUE ZERO.
       01 AccountYtdBudget PIC S9(11)V99 VALUE ZERO.
       01 AccountYtdActual PIC S9(11)V99 VALUE ZERO.
      *>   Totals.
       01 CurrentGroup PIC X(10) VALUE SPACES.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 GroupMonthBudget PIC S9(11)V99 VALUE ZERO.
       01 GroupMonthActual PIC S9(11)V99 VALUE ZERO.
       01 GroupYtdBudget PIC S9(11)V99 VALUE ZERO.
       01 GroupYtdActual PIC S9(11)V99 VALUE ZERO.
       01 GrandMonthBudget PIC S9(11)V99 VALUE ZERO.
       01 GrandMonthActual PIC S9(11)V99 VALUE ZERO.
       01 GrandYtdBudget PIC S9(11)V99 VALUE ZERO.
       01 GrandYtdActual PIC S9(11)V99 VALUE ZERO.
      *>   One printed line's figures.
       01 BudgetWork PIC S9(11)V99 VALUE ZERO.
       01 ActualWork PIC S9(11)V99 VALUE ZERO.
       01 VarianceWork PIC S9(11)V99 VALUE ZERO.
       01 AbsoluteVariance PIC 9(11)V99 VALUE ZERO.
       01 AbsoluteBudget PIC 9(11)V99 VALUE ZERO.
       01 PercentWork PIC S9(5)V9 VALUE ZERO.
       01 OverToleranceFlag PIC X VALUE "N".
           88 OverTolerance VALUE "Y".
       01 JournalLinesRead PIC 9(7) COMP VALUE ZERO.
       01 ActualsWritten PIC 9(7) COMP VALUE ZERO.
       01 AccountsReported PIC 9(5) VALUE ZERO.
       01 AccountsOverMonth PIC 9(5) VALUE ZERO.
       01 AccountsOverYtd PIC 9(5) VALUE ZERO.
       01 MonthVarianceTotal PIC 9(11)V99 VALUE ZERO.
       01 YtdVarianceTotal PIC 9(11)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "GLBudgetVariance".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "GL BUDGET VERSUS ACTUAL - PERIOD  ".
           02 RphMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RphYear PIC 9(4).
           02 FILLER PIC X(9) VALUE "  RUN ON ".
           02 RphDate PIC 9(8).
       01 ToleranceHeading.
           02 FILLER PIC X(16) VALUE "VARIANCES OVER ".
           02 TlhPercent PIC ZZ9.9.
           02 FILLER PIC X(6) VALUE "% AND ".
           02 TlhMinimum PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE " MARKED ***".
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "ACCOUNT  PER         BUDGET         ".
           02 FILLER PIC X(28) VALUE
               "ACTUAL       VARIANCE   VAR%".
       01 GroupHeading.
           02 FILLER PIC X(6) VALUE "GROUP ".
           02 GphGroup PIC X(10).
       01 VarianceDetail.
           02 VrdAccount PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdPeriod PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdBudget PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdActual PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdVariance PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdPercent PIC -ZZ9.9.
           02 VrdPercentText REDEFINES VrdPercent PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VrdFlag PIC X(3).
       01 SummaryLine.
           02 SmlLabel PIC X(34).
           02 SmlCount PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD(1:4) TO RunYear
           MOVE TodayYYYYMMDD(5:2) TO RunMonth
           PERFORM ReadBudgetParm
           PERFORM LoadReportGroups
           PERFORM TotalJournalMovement
           OPEN I-O GLBudgetFile
           IF GLBudgetNotFound
               OPEN OUTPUT GLBudgetFile
               CLOSE GLBudgetFile
               OPEN I-O GLBudgetFile
           END-IF
           PERFORM WriteBackActuals
           OPEN OUTPUT VarianceReport
           MOVE RunMonth TO RphMonth
           MOVE RunYear TO RphYear
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO VarianceLine
           WRITE VarianceLine
           MOVE TolerancePercent TO TlhPercent
           MOVE MinimumVariance TO TlhMinimum
           MOVE ToleranceHeading TO VarianceLine
           WRITE VarianceLine
           IF GLJournalNotFound
               MOVE "NO GL JOURNAL FOR THE PERIOD - ACTUALS ZERO"
                   TO VarianceLine
               WRITE VarianceLine
           END-IF
           SORT BudgetSortFile
               ON ASCENDING KEY SrtGroup
               ON ASCENDING KEY SrtAccount
               INPUT PROCEDURE IS SelectYearAccounts
               OUTPUT PROCEDURE IS PrintYearAccounts
           CLOSE GLBudgetFile
           PERFORM PrintGrandTotals
           CLOSE VarianceReport
           PERFORM WriteBudgetKpi
           MOVE JournalLinesRead TO ReadForReport
           MOVE AccountsReported TO WrittenForReport
           MOVE AccountsOverMonth TO RejectedForReport
           MOVE MonthVarianceTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadBudgetParm.
           OPEN INPUT BudgetParmFile
           IF NOT BudgetParmNotFound
               READ BudgetParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BvpYear NUMERIC AND BvpYear > ZERO
                          AND BvpMonth NUMERIC AND BvpMonth > ZERO
                          AND BvpMonth NOT > 12
                           MOVE BvpYear TO RunYear
                           MOVE BvpMonth TO RunMonth
                       END-IF
                       IF BvpTolerancePercent NUMERIC
                          AND BvpTolerancePercent > ZERO
                           MOVE BvpTolerancePercent
                               TO TolerancePercent
                       END-IF
                       IF BvpMinimumVariance NUMERIC
                          AND BvpMinimumVariance > ZERO
                           MOVE BvpMinimumVariance
                               TO MinimumVariance
                       END-IF
               END-READ
               CLOSE BudgetParmFile
           END-IF.

      *>   LoadReportGroups - an account's first GLACCMAP row
      *>   decides its report group.
       LoadReportGroups.
           OPEN INPUT GLAccountMapFile
           IF NOT GLAccountMapNotFound
               PERFORM ReadNextMapping
               PERFORM LoadOneReportGroup UNTIL GLAccountMapAtEnd
               CLOSE GLAccountMapFile
           END-IF.

       LoadOneReportGroup.
           MOVE MapAccountCode TO LookupAccount
           PERFORM FindGroupEntry
           IF FoundGroupIdx = ZERO AND GroupCount < GroupMax
               ADD 1 TO GroupCount
               MOVE MapAccountCode TO GrpAccountCode(GroupCount)
               IF MapReportGroup = SPACES
                   MOVE "UNGROUPED" TO GrpReportGroup(GroupCount)
               ELSE
                   MOVE MapReportGroup TO GrpReportGroup(GroupCount)
               END-IF
           END-IF
           PERFORM ReadNextMapping.

       FindGroupEntry.
           MOVE ZERO TO FoundGroupIdx
           PERFORM MatchOneGroup
               VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx > GroupCount
                  OR FoundGroupIdx > ZERO.

       MatchOneGroup.
           IF GrpAccountCode(GroupIdx) = LookupAccount
               MOVE GroupIdx TO FoundGroupIdx
           END-IF.

      *>   TotalJournalMovement nets the journal lines by account;
      *>   trailers are the extract's own proof and are passed.
       TotalJournalMovement.
           OPEN INPUT GLJournalFile
           IF NOT GLJournalNotFound
               PERFORM ReadNextJournal
               PERFORM AddOneJournalLine UNTIL GLJournalAtEnd
               CLOSE GLJournalFile
               MOVE "00" TO GLJournalStatus
           END-IF.

       AddOneJournalLine.
           IF JrnDetailRecord
               ADD 1 TO JournalLinesRead
               MOVE JrnAccountCode TO LookupAccount
               PERFORM FindActualEntry
               IF FoundActualIdx = ZERO
                   IF ActualCount < ActualMax
                       ADD 1 TO ActualCount
                       MOVE ActualCount TO FoundActualIdx
                       MOVE JrnAccountCode
                           TO ActAccountCode(FoundActualIdx)
                       MOVE ZERO TO ActMovement(FoundActualIdx)
                       MOVE "N" TO ActAppliedFlag(FoundActualIdx)
                   ELSE
                       DISPLAY "GLBudgetVariance - account table "
                               "full, " JrnAccountCode " not counted"
                   END-IF
               END-IF
               IF FoundActualIdx > ZERO
                   IF JrnDebit
                       ADD JrnAmount TO ActMovement(FoundActualIdx)
                   ELSE
                       SUBTRACT JrnAmount
                           FROM ActMovement(FoundActualIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextJournal.

       FindActualEntry.
           MOVE ZERO TO FoundActualIdx
           PERFORM MatchOneActual
               VARYING ActualIdx FROM 1 BY 1
               UNTIL ActualIdx > ActualCount
                  OR FoundActualIdx > ZERO.

       MatchOneActual.
           IF ActAccountCode(ActualIdx) = LookupAccount
               MOVE ActualIdx TO FoundActualIdx
           END-IF.

      *>   WriteBackActuals sets the run month's actual on every
      *>   GLBUDGET row for the month, then adds a row for each
      *>   account posted to with no row of its own.
       WriteBackActuals.
           PERFORM StartBudgetFile
           PERFORM SetOneMonthActual UNTIL GLBudgetAtEnd
           PERFORM AddUnbudgetedActual
               VARYING ActualIdx FROM 1 BY 1
               UNTIL ActualIdx > ActualCount.

       SetOneMonthActual.
           IF BudYear = RunYear AND BudMonth = RunMonth
               MOVE BudAccountCode TO LookupAccount
               PERFORM FindActualEntry
               IF FoundActualIdx > ZERO
                   MOVE ActMovement(FoundActualIdx)
                       TO BudActualAmount
                   MOVE "Y" TO ActAppliedFlag(FoundActualIdx)
               ELSE
                   MOVE ZERO TO BudActualAmount
               END-IF
               MOVE TodayYYYYMMDD TO BudActualDate
               REWRITE GLBudgetRec
               ADD 1 TO ActualsWritten
           END-IF
           PERFORM ReadNextBudget.

       AddUnbudgetedActual.
           IF NOT ActApplied(ActualIdx)
              AND ActMovement(ActualIdx) NOT = ZERO
               MOVE ActAccountCode(ActualIdx) TO BudAccountCode
               MOVE RunYear TO BudYear
               MOVE RunMonth TO BudMonth
               MOVE ZERO TO BudAmount
               MOVE ActMovement(ActualIdx) TO BudActualAmount
               MOVE "A" TO BudSource
               MOVE TodayYYYYMMDD TO BudUpdatedDate
               MOVE TodayYYYYMMDD TO BudActualDate
               WRITE GLBudgetRec
               ADD 1 TO ActualsWritten
           END-IF.

      *>   SelectYearAccounts passes GLBUDGET in account order and
      *>   releases one sort record per account with a row in the
      *>   year up to the run month.
       SelectYearAccounts.
           MOVE SPACES TO CurrentAccount
           MOVE "N" TO AccountInYearFlag
           PERFORM StartBudgetFile
           PERFORM GatherOneBudgetRow UNTIL GLBudgetAtEnd
           PERFORM ReleaseAccount.

       GatherOneBudgetRow.
           IF BudAccountCode NOT = CurrentAccount
               PERFORM ReleaseAccount
               MOVE BudAccountCode TO CurrentAccount
           END-IF
           IF BudYear = RunYear AND BudMonth NOT > RunMonth
               MOVE "Y" TO AccountInYearFlag
               ADD BudAmount TO AccountYtdBudget
               ADD BudActualAmount TO AccountYtdActual
               IF BudMonth = RunMonth
                   ADD BudAmount TO AccountMonthBudget
                   ADD BudActualAmount TO AccountMonthActual
               END-IF
           END-IF
           PERFORM ReadNextBudget.

       ReleaseAccount.
           IF AccountInYear
               MOVE CurrentAccount TO LookupAccount
               PERFORM FindGroupEntry
               IF FoundGroupIdx > ZERO
                   MOVE GrpReportGroup(FoundGroupIdx) TO SrtGroup
               ELSE
                   MOVE "UNMAPPED" TO SrtGroup
               END-IF
               MOVE CurrentAccount TO SrtAccount
               MOVE AccountMonthBudget TO SrtMonthBudget
               MOVE AccountMonthActual TO SrtMonthActual
               MOVE AccountYtdBudget TO SrtYtdBudget
               MOVE AccountYtdActual TO SrtYtdActual
               RELEASE BudgetSortRec
           END-IF
           MOVE "N" TO AccountInYearFlag
           MOVE ZERO TO AccountMonthBudget
           MOVE ZERO TO AccountMonthActual
           MOVE ZERO TO AccountYtdBudget
           MOVE ZERO TO AccountYtdActual.

       PrintYearAccounts.
           MOVE "N" TO GroupStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneAccount UNTIL SortReturnAtEnd
           IF GroupStarted
               PERFORM PrintGroupTotals
           END-IF.

       ReturnOneAccount.
           RETURN BudgetSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneAccount
           END-RETURN.

       PrintOneAccount.
           IF NOT GroupStarted OR SrtGroup NOT = CurrentGroup
               IF GroupStarted
                   PERFORM PrintGroupTotals
               END-IF
               MOVE "Y" TO GroupStartedFlag
               MOVE SrtGroup TO CurrentGroup
               MOVE SPACES TO VarianceLine
               WRITE VarianceLine
               MOVE SrtGroup TO GphGroup
               MOVE GroupHeading TO VarianceLine
               WRITE VarianceLine
               MOVE ColumnHeading TO VarianceLine
               WRITE VarianceLine
           END-IF
           ADD 1 TO AccountsReported
           MOVE SrtAccount TO VrdAccount
           MOVE "MTH" TO VrdPeriod
           MOVE SrtMonthBudget TO BudgetWork
           MOVE SrtMonthActual TO ActualWork
           PERFORM PrintVarianceLine
           IF OverTolerance
               ADD 1 TO AccountsOverMonth
           END-IF
           ADD AbsoluteVariance TO MonthVarianceTotal
           MOVE SPACES TO VrdAccount
           MOVE "YTD" TO VrdPeriod
           MOVE SrtYtdBudget TO BudgetWork
           MOVE SrtYtdActual TO ActualWork
           PERFORM PrintVarianceLine
           IF OverTolerance
               ADD 1 TO AccountsOverYtd
           END-IF
           ADD AbsoluteVariance TO YtdVarianceTotal
           ADD SrtMonthBudget TO GroupMonthBudget
           ADD SrtMonthActual TO GroupMonthActual
           ADD SrtYtdBudget TO GroupYtdBudget
           ADD SrtYtdActual TO GroupYtdActual.

       PrintGroupTotals.
           MOVE "GROUP   " TO VrdAccount
           MOVE "MTH" TO VrdPeriod
           MOVE GroupMonthBudget TO BudgetWork
           MOVE GroupMonthActual TO ActualWork
           PERFORM PrintVarianceLine
           MOVE "TOTAL   " TO VrdAccount
           MOVE "YTD" TO VrdPeriod
           MOVE GroupYtdBudget TO BudgetWork
           MOVE GroupYtdActual TO ActualWork
           PERFORM PrintVarianceLine
           ADD GroupMonthBudget TO GrandMonthBudget
           ADD GroupMonthActual TO GrandMonthActual
           ADD GroupYtdBudget TO GrandYtdBudget
           ADD GroupYtdActual TO GrandYtdActual
           MOVE ZERO TO GroupMonthBudget
           MOVE ZERO TO GroupMonthActual
           MOVE ZERO TO GroupYtdBudget
           MOVE ZERO TO GroupYtdActual.

      *>   PrintVarianceLine prints BudgetWork against ActualWork,
      *>   the percentage blank where there was no budget, and
      *>   marks it when over both tolerances.
       PrintVarianceLine.
           COMPUTE VarianceWork = ActualWork - BudgetWork
           IF VarianceWork < ZERO
               COMPUTE AbsoluteVariance = ZERO - VarianceWork
           ELSE
               MOVE VarianceWork TO AbsoluteVariance
           END-IF
           IF BudgetWork < ZERO
               COMPUTE AbsoluteBudget = ZERO - BudgetWork
           ELSE
               MOVE BudgetWork TO AbsoluteBudget
           END-IF
           MOVE BudgetWork TO VrdBudget
           MOVE ActualWork TO VrdActual
           MOVE VarianceWork TO VrdVariance
           MOVE "N" TO OverToleranceFlag
           IF AbsoluteBudget = ZERO
               MOVE SPACES TO VrdPercentText
               IF AbsoluteVariance > MinimumVariance
                   MOVE "Y" TO OverToleranceFlag
               END-IF
           ELSE
               COMPUTE PercentWork ROUNDED =
                       VarianceWork * 100 / AbsoluteBudget
                   ON SIZE ERROR
                       IF VarianceWork < ZERO
                           MOVE -999.9 TO PercentWork
                       ELSE
                           MOVE 999.9 TO PercentWork
                       END-IF
               END-COMPUTE
               IF PercentWork > 999.9
                   MOVE 999.9 TO PercentWork
               END-IF
               IF PercentWork < -999.9
                   MOVE -999.9 TO PercentWork
               END-IF
               MOVE PercentWork TO VrdPercent
               IF AbsoluteVariance > MinimumVariance
                  AND AbsoluteVariance * 100
                      > AbsoluteBudget * TolerancePercent
                   MOVE "Y" TO OverToleranceFlag
               END-IF
           END-IF
           IF OverTolerance
               MOVE "***" TO VrdFlag
           ELSE
               MOVE SPACES TO VrdFlag
           END-IF
           MOVE VarianceDetail TO VarianceLine
           WRITE VarianceLine.

       PrintGrandTotals.
           MOVE SPACES TO VarianceLine
           WRITE VarianceLine
           MOVE "ALL     " TO VrdAccount
           MOVE "MTH" TO VrdPeriod
           MOVE GrandMonthBudget TO BudgetWork
           MOVE GrandMonthActual TO ActualWork
           PERFORM PrintVarianceLine
           MOVE "ACCOUNTS" TO VrdAccount
           MOVE "YTD" TO VrdPeriod
           MOVE GrandYtdBudget TO BudgetWork
           MOVE GrandYtdActual TO ActualWork
           PERFORM PrintVarianceLine
           MOVE SPACES TO VarianceLine
           WRITE VarianceLine
           MOVE "ACCOUNTS REPORTED" TO SmlLabel
           MOVE AccountsReported TO SmlCount
           MOVE SummaryLine TO VarianceLine
           WRITE VarianceLine
           MOVE "OVER TOLERANCE IN THE MONTH" TO SmlLabel
           MOVE AccountsOverMonth TO SmlCount
           MOVE SummaryLine TO VarianceLine
           WRITE VarianceLine
           MOVE "OVER TOLERANCE IN THE YEAR TO DATE" TO SmlLabel
           MOVE AccountsOverYtd TO SmlCount
           MOVE SummaryLine TO VarianceLine
           WRITE VarianceLine.

       WriteBudgetKpi.
           OPEN OUTPUT BudgetKpiFile
           MOVE RunYear TO BkpYear
           MOVE RunMonth TO BkpMonth
           MOVE AccountsReported TO BkpAccountsReported
           MOVE AccountsOverMonth TO BkpAccountsOver
           MOVE MonthVarianceTotal TO BkpMonthVariance
           MOVE YtdVarianceTotal TO BkpYtdVariance
           WRITE BudgetKpiRec
           CLOSE BudgetKpiFile.

       StartBudgetFile.
           MOVE LOW-VALUES TO GLBudgetKey
           MOVE "00" TO GLBudgetStatus
           START GLBudgetFile KEY NOT LESS THAN GLBudgetKey
               INVALID KEY MOVE "10" TO GLBudgetStatus
           END-START
           IF NOT GLBudgetAtEnd
               PERFORM ReadNextBudget
           END-IF.

       ReadNextBudget.
           READ GLBudgetFile NEXT RECORD
               AT END MOVE "10" TO GLBudgetStatus
           END-READ.

       ReadNextMapping.
           READ GLAccountMapFile NEXT RECORD
               AT END MOVE "10" TO GLAccountMapStatus
           END-READ.

       ReadNextJournal.
           READ GLJournalFile
               AT END MOVE "10" TO GLJournalStatus
           END-READ.
