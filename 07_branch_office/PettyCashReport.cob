       IDENTIFICATION DIVISION.
       PROGRAM-ID. PettyCashReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Monthly petty cash report. The month's accepted claims on
      *>   PTYHIST (PTYPARM names the month as YYYYMM; default the
      *>   current month) are totalled by branch and expense
      *>   category. Each branch prints its spend per category,
      *>   the category's GLACCMAP account name beside it, then
      *>   its total against the FltPettyCashLimit on TILLFLT with
      *>   the percentage used - OVER LIMIT where a limit has since
      *>   been cut below what was spent. A closing section gives
      *>   the month's spend per category across all branches.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PettyCashParmFile ASSIGN TO "PTYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PettyCashParmStatus.
           SELECT ClaimHistoryFile ASSIGN TO "PTYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClaimHistoryStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT FloatFile ASSIGN TO "TILLFLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FltCityCode
               FILE STATUS IS FloatFileStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT PettyCashReportFile ASSIGN TO "PTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PettyCashParmFile.
       01 PettyCashParmRec.
           02 PtpReportMonth PIC 9(6).
       FD ClaimHistoryFile.
       COPY PTYCLAIM.
       FD BranchFile.
       COPY BRANCHREF.
       FD FloatFile.
       COPY TILLFLT.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD PettyCashReportFile.
       01 ReportLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 PettyCashParmStatus PIC XX VALUE "00".
           88 PettyCashParmNotFound VALUE "35".
       01 ClaimHistoryStatus PIC XX VALUE "00".
           88 ClaimHistoryAtEnd VALUE "10".
           88 ClaimHistoryNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 FloatFileStatus PIC XX VALUE "00".
           88 FloatFileNotFound VALUE "35".
       01 FloatOpenFlag PIC X VALUE "N".
           88 FloatFileOpen VALUE "Y".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapOpenFlag PIC X VALUE "N".
           88 MapFileOpen VALUE "Y".
       01 ReportMonth PIC 9(6) VALUE ZERO.
       01 ClaimMonth PIC 9(6) VALUE ZERO.
      *>   Categories met in the month, in order of first sight.
       01 CategoryMax PIC 9(2) VALUE 20.
       01 CategoryCount PIC 9(2) VALUE ZERO.
       01 CategoryTable.
           02 CategoryEntry OCCURS 20 TIMES.
               03 CatCategory PIC X(4).
               03 CatAmount PIC 9(9)V99.
               03 CatClaims PIC 9(7).
       01 CategoryIdx PIC 9(2) COMP VALUE ZERO.
       01 CategoryFoundFlag PIC X VALUE "N".
           88 CategoryFound VALUE "Y".
      *>   Spend per branch and category, subscripted by CityCode.
       01 BranchSpendTable.
           02 BranchSpend OCCURS 999 TIMES.
               03 BspTotal PIC 9(7)V99.
               03 BspCategoryEntry OCCURS 20 TIMES.
                   04 BspCategory PIC 9(7)V99.
                   04 BspClaims PIC 9(5).
       01 CityIdx PIC 9(4) COMP VALUE ZERO.
       01 BranchLimit PIC 9(5)V99 VALUE ZERO.
       01 PercentUsed PIC 9(5) VALUE ZERO.
       01 MonthTotal PIC 9(9)V99 VALUE ZERO.
       01 ClaimsRead PIC 9(7) COMP VALUE ZERO.
       01 BranchesPrinted PIC 9(7) COMP VALUE ZERO.
       01 BranchesOverLimit PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "PettyCashReport".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(38)
               VALUE "PETTY CASH BY BRANCH AND CATEGORY FOR ".
           02 RphMonth PIC 9(6).
       01 BranchHeading.
           02 BrhCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BrhBranchName PIC X(12).
       01 CategoryDetail.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CtdCategory PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CtdAccountName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CtdClaims PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CtdAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 BranchTotalLine.
           02 FILLER PIC X(10) VALUE "    SPENT ".
           02 BtlSpent PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  LIMIT ".
           02 BtlLimit PIC ZZ,ZZ9.99.
           02 FILLER PIC X(7) VALUE "  USED ".
           02 BtlPercent PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE "% ".
           02 BtlNote PIC X(12).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD(1:6) TO ReportMonth
           OPEN INPUT PettyCashParmFile
           IF NOT PettyCashParmNotFound
               READ PettyCashParmFile
                   NOT AT END
                       IF PtpReportMonth IS NUMERIC
                          AND PtpReportMonth > ZERO
                           MOVE PtpReportMonth TO ReportMonth
                       END-IF
               END-READ
               CLOSE PettyCashParmFile
           END-IF
           INITIALIZE BranchSpendTable
           PERFORM AccumulateClaims
           OPEN INPUT BranchFile
           MOVE "Y" TO FloatOpenFlag
           OPEN INPUT FloatFile
           IF FloatFileNotFound
               MOVE "N" TO FloatOpenFlag
           END-IF
           MOVE "Y" TO MapOpenFlag
           OPEN INPUT GLAccountMapFile
           IF GLAccountMapNotFound
               MOVE "N" TO MapOpenFlag
           END-IF
           OPEN OUTPUT PettyCashReportFile
           MOVE ReportMonth TO RphMonth
           MOVE ReportHeading TO ReportLine
           WRITE ReportLine
           PERFORM PrintOneBranch
               VARYING CityIdx FROM 1 BY 1
               UNTIL CityIdx > 999
           PERFORM PrintCategorySummary
           CLOSE BranchFile
           IF FloatFileOpen
               CLOSE FloatFile
           END-IF
           IF MapFileOpen
               CLOSE GLAccountMapFile
           END-IF
           CLOSE PettyCashReportFile
           DISPLAY "PettyCashReport - branches over limit = "
                   BranchesOverLimit
           MOVE ClaimsRead TO ReadForReport
           MOVE BranchesPrinted TO WrittenForReport
           MOVE MonthTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       AccumulateClaims.
           OPEN INPUT ClaimHistoryFile
           IF ClaimHistoryNotFound
               DISPLAY "PettyCashReport - no petty cash history "
                       "on file"
           ELSE
               PERFORM ReadNextHistoryClaim
               PERFORM AddOneClaim UNTIL ClaimHistoryAtEnd
               CLOSE ClaimHistoryFile
           END-IF.

       AddOneClaim.
           MOVE PtcClaimDate(1:6) TO ClaimMonth
           IF ClaimMonth = ReportMonth AND PtcCityCode >= 1
               ADD 1 TO ClaimsRead
               PERFORM FindCategory
               ADD PtcAmount TO CatAmount(CategoryIdx)
               ADD 1 TO CatClaims(CategoryIdx)
               ADD PtcAmount TO BspTotal(PtcCityCode)
               ADD PtcAmount
                   TO BspCategory(PtcCityCode CategoryIdx)
               ADD 1 TO BspClaims(PtcCityCode CategoryIdx)
               ADD PtcAmount TO MonthTotal
           END-IF
           PERFORM ReadNextHistoryClaim.

      *>   FindCategory finds or adds the claim's category; one
      *>   past the table's twenty reports with the last.
       FindCategory.
           MOVE "N" TO CategoryFoundFlag
           PERFORM ScanOneCategory
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount OR CategoryFound
           IF CategoryFound
               SUBTRACT 1 FROM CategoryIdx
           ELSE
               IF CategoryCount < CategoryMax
                   ADD 1 TO CategoryCount
                   MOVE PtcCategory TO CatCategory(CategoryCount)
                   MOVE ZERO TO CatAmount(CategoryCount)
                   MOVE ZERO TO CatClaims(CategoryCount)
               END-IF
               MOVE CategoryCount TO CategoryIdx
           END-IF.

       ScanOneCategory.
           IF CatCategory(CategoryIdx) = PtcCategory
               MOVE "Y" TO CategoryFoundFlag
           END-IF.

       PrintOneBranch.
           IF BspTotal(CityIdx) > ZERO
               ADD 1 TO BranchesPrinted
               MOVE CityIdx TO CityCode OF BranchRec
               READ BranchFile
                   INVALID KEY
                       MOVE "UNKNOWN" TO BranchName
               END-READ
               MOVE SPACES TO ReportLine
               WRITE ReportLine
               MOVE CityIdx TO BrhCityCode
               MOVE BranchName TO BrhBranchName
               MOVE BranchHeading TO ReportLine
               WRITE ReportLine
               PERFORM PrintBranchCategory
                   VARYING CategoryIdx FROM 1 BY 1
                   UNTIL CategoryIdx > CategoryCount
               PERFORM PrintBranchTotal
           END-IF.

       PrintBranchCategory.
           IF BspCategory(CityIdx CategoryIdx) > ZERO
               PERFORM LookupCategoryName
               MOVE BspClaims(CityIdx CategoryIdx) TO CtdClaims
               MOVE BspCategory(CityIdx CategoryIdx) TO CtdAmount
               MOVE CategoryDetail TO ReportLine
               WRITE ReportLine
           END-IF.

       PrintBranchTotal.
           MOVE ZERO TO BranchLimit
           IF FloatFileOpen
               MOVE CityIdx TO FltCityCode
               READ FloatFile
                   NOT INVALID KEY
                       MOVE FltPettyCashLimit TO BranchLimit
               END-READ
           END-IF
           MOVE SPACES TO BtlNote
           MOVE ZERO TO PercentUsed
           IF BranchLimit > ZERO
               COMPUTE PercentUsed ROUNDED =
                       BspTotal(CityIdx) * 100 / BranchLimit
           END-IF
           IF BspTotal(CityIdx) > BranchLimit
               MOVE "OVER LIMIT" TO BtlNote
               ADD 1 TO BranchesOverLimit
           END-IF
           MOVE BspTotal(CityIdx) TO BtlSpent
           MOVE BranchLimit TO BtlLimit
           MOVE PercentUsed TO BtlPercent
           MOVE BranchTotalLine TO ReportLine
           WRITE ReportLine.

       PrintCategorySummary.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "ALL BRANCHES BY CATEGORY" TO ReportLine
           WRITE ReportLine
           PERFORM PrintCategoryTotal
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount
           MOVE SPACES TO CategoryDetail
           MOVE "TOTAL" TO CtdAccountName
           MOVE ClaimsRead TO CtdClaims
           MOVE MonthTotal TO CtdAmount
           MOVE CategoryDetail TO ReportLine
           WRITE ReportLine.

       PrintCategoryTotal.
           PERFORM LookupCategoryName
           MOVE CatClaims(CategoryIdx) TO CtdClaims
           MOVE CatAmount(CategoryIdx) TO CtdAmount
           MOVE CategoryDetail TO ReportLine
           WRITE ReportLine.

       LookupCategoryName.
           MOVE CatCategory(CategoryIdx) TO CtdCategory
           MOVE SPACES TO CtdAccountName
           IF MapFileOpen
               MOVE SPACES TO MapPostingKey
               STRING "PTY" CatCategory(CategoryIdx)
                   DELIMITED BY SIZE INTO MapPostingKey
               READ GLAccountMapFile
                   INVALID KEY
                       MOVE "NOT MAPPED" TO CtdAccountName
                   NOT INVALID KEY
                       MOVE MapAccountName TO CtdAccountName
               END-READ
           END-IF.

       ReadNextHistoryClaim.
           READ ClaimHistoryFile
               AT END MOVE "10" TO ClaimHistoryStatus
           END-READ.
