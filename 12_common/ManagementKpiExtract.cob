      *>   one fixed-width KPIHIST record for the month. The pack
      *>   reads the newest record per month, so a rerun simply
      *>   supersedes the earlier line.
      *>   2026-10-15  Carries the GL budget-versus-actual summary
      *>               for the month off BUDKPI; zeros when the
      *>               variance run has not reported the month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FuelTranFile ASSIGN TO "FUELTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FuelTranStatus.
           SELECT BudgetKpiFile ASSIGN TO "BUDKPI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetKpiStatus.
           SELECT KpiHistoryFile ASSIGN TO "KPIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KpiHistoryStatus.
       COPY SVCHIST.
       FD FuelTranFile.
       COPY FUELTRAN.
       FD BudgetKpiFile.
       COPY BUDKPI.
       FD KpiHistoryFile.
       COPY KPIHIST.
       WORKING-STORAGE SECTION.
       01 FuelTranStatus PIC XX VALUE "00".
           88 FuelAtEnd VALUE "10".
           88 FuelNotFound VALUE "35".
       01 BudgetKpiStatus PIC XX VALUE "00".
           88 BudgetKpiNotFound VALUE "35".
       01 KpiHistoryStatus PIC XX VALUE "00".
           88 KpiHistoryNotFound VALUE "35".
       COPY STDDATE.
       01 FleetCostTotal PIC 9(11)V99 VALUE ZERO.
       01 FleetMilesTotal PIC 9(11) VALUE ZERO.
       01 FleetCpm PIC 9(3)V9(3) VALUE ZERO.
       01 BudgetAccountsOver PIC 9(5) VALUE ZERO.
       01 BudgetMonthVariance PIC 9(11)V99 VALUE ZERO.
       01 BudgetYtdVariance PIC 9(11)V99 VALUE ZERO.
       01 RecordsRead PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "ManagementKpiExtract".
       01 ReadForReport PIC 9(7).
           PERFORM TotalCashCollected
           PERFORM TotalArrearsBalance
           PERFORM ComputeFleetCostPerMile
           PERFORM ReadBudgetSummary
           PERFORM AppendKpiRecord
           MOVE RecordsRead TO ReadForReport
           MOVE FeesBilledTotal TO BalancingTotal
           ADD Mileage TO FleetMilesTotal
           PERFORM ReadNextFleet.

      *>   ReadBudgetSummary takes the variance run's summary
      *>   only when it is for the month being extracted.
       ReadBudgetSummary.
           OPEN INPUT BudgetKpiFile
           IF NOT BudgetKpiNotFound
               READ BudgetKpiFile
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO RecordsRead
                       IF BkpYear = ExtractYear
                          AND BkpMonth = ExtractMonth
                           MOVE BkpAccountsOver TO BudgetAccountsOver
                           MOVE BkpMonthVariance
                               TO BudgetMonthVariance
                           MOVE BkpYtdVariance TO BudgetYtdVariance
                       END-IF
               END-READ
               CLOSE BudgetKpiFile
           END-IF.

       AppendKpiRecord.
           OPEN EXTEND KpiHistoryFile
           IF KpiHistoryNotFound
           MOVE CashCollectedTotal TO KpiCashCollected
           MOVE ArrearsBalanceTotal TO KpiArrearsBalance
           MOVE FleetCpm TO KpiFleetCostPerMile
           MOVE BudgetAccountsOver TO KpiBudgetAccountsOver
           MOVE BudgetMonthVariance TO KpiBudgetMonthVariance
           MOVE BudgetYtdVariance TO KpiBudgetYtdVariance
           WRITE KpiHistoryRec
           CLOSE KpiHistoryFile.

