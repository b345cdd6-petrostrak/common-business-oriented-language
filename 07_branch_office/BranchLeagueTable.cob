      *>   branches, and the table says so rather than inventing
      *>   an allocation. A tagged RPTTAGD copy of every line
      *>   goes out alongside the print for the bundling run.
      *>   2026-10-15  Each branch's open high-risk internal audit
      *>   findings (AUDFIND, high risk, open or in progress) show
      *>   in a last column beside its performance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TgtCityCode
               FILE STATUS IS TargetFileStatus.
           SELECT FindingFile ASSIGN TO "AUDFIND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AfdKey
               FILE STATUS IS FindingFileStatus.
           SELECT LeagueReport ASSIGN TO "LEAGUE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaggedReportFile ASSIGN TO "RPTTAGD"
       COPY BRANCHREF.
       FD TargetFile.
       COPY BRTARGET.
       FD FindingFile.
       COPY AUDFIND.
       FD LeagueReport.
       01 LeagueLine PIC X(96).
       FD TaggedReportFile.
       COPY RPTTAGD.
       WORKING-STORAGE SECTION.
           88 TargetFileNotFound VALUE "35".
       01 TargetOpenFlag PIC X VALUE "N".
           88 TargetFileOpen VALUE "Y".
       01 FindingFileStatus PIC XX VALUE "00".
           88 FindingsAtEnd VALUE "10".
           88 FindingFileNotFound VALUE "35".
      *>   Activity per CityCode, the deposit reconciliation's
      *>   full-range table idiom.
       01 ActivityTable.
           02 ActivityEntry OCCURS 999 TIMES.
               03 ActCount PIC 9(7).
               03 ActAmount PIC S9(9)V99.
               03 ActHighRiskFindings PIC 9(3).
       01 CityIdx PIC 9(4) COMP VALUE ZERO.
      *>   Billed revenue per mapped Region.
       01 RegionMax PIC 9(2) VALUE 20.
               03 LgeRegionBilled PIC 9(9)V99.
               03 LgeTgtRevenue PIC 9(9)V99.
               03 LgeAchievedPct PIC 9(5)V99.
               03 LgeHighRiskFindings PIC 9(3).
               03 LgeRanked PIC X.
       01 LeagueIdx PIC 9(3) COMP VALUE ZERO.
       01 BestIdx PIC 9(3) COMP VALUE ZERO.
           02 DetTgtRevenue PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetRevVar PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetHighRisk PIC ZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ClearOneActivityCell
               UNTIL CityIdx > 999
           PERFORM AccumulateActivity
           PERFORM AccumulateRegionBillings
           PERFORM CountOpenHighRiskFindings
           PERFORM BuildLeagueRows
           PERFORM PrintLeagueTable
           MOVE RecordsRead TO ReadForReport

       ClearOneActivityCell.
           MOVE ZERO TO ActCount(CityIdx)
           MOVE ZERO TO ActAmount(CityIdx)
           MOVE ZERO TO ActHighRiskFindings(CityIdx).

       AccumulateActivity.
           OPEN INPUT TransactionFile
           END-IF
           PERFORM ReadNextTransaction.

      *>   CountOpenHighRiskFindings counts each branch's high-risk
      *>   findings not yet fixed; no findings file, no column
      *>   entries.
       CountOpenHighRiskFindings.
           OPEN INPUT FindingFile
           IF FindingFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextFinding
               PERFORM CountOneFinding UNTIL FindingsAtEnd
               CLOSE FindingFile
           END-IF.

       CountOneFinding.
           IF AfdHighRisk AND AfdStillOpen
              AND AfdCityCode >= 1
               ADD 1 TO ActHighRiskFindings(AfdCityCode)
           END-IF
           PERFORM ReadNextFinding.

       AccumulateRegionBillings.
           OPEN INPUT MemberFeeFile
           IF MemberFeeNotFound
                   TO LgeActCount(LeagueCount)
               MOVE ActAmount(CityCode OF BranchRec)
                   TO LgeActAmount(LeagueCount)
               MOVE ActHighRiskFindings(CityCode OF BranchRec)
                   TO LgeHighRiskFindings(LeagueCount)
               MOVE ZERO TO LgeTgtAmount(LeagueCount)
               MOVE ZERO TO LgeTgtRevenue(LeagueCount)
               IF TargetFileOpen
           MOVE LgeRegionBilled(BestIdx) TO DetRevBilled
           MOVE LgeTgtRevenue(BestIdx) TO DetTgtRevenue
           MOVE RevVariance TO DetRevVar
           MOVE LgeHighRiskFindings(BestIdx) TO DetHighRisk
           MOVE LeagueDetail TO LeagueLine
           MOVE LgeCityCode(BestIdx) TO TaggedCityCode
           PERFORM WriteLeagueOutput.
               AT END MOVE "10" TO MemberFeeStatus
           END-READ.

       ReadNextFinding.
           READ FindingFile NEXT RECORD
               AT END MOVE "10" TO FindingFileStatus
           END-READ.

       ReadNextBranch.
           READ BranchFile NEXT RECORD
               AT END MOVE "10" TO BranchFileStatus
