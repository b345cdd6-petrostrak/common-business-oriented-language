       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchTradingDayCheck.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Morning missing-trading-day check. The daily journal and
      *>   the deposit reconciliation only balance what arrives; a
      *>   branch whose feed never came says nothing. This run works
      *>   out which branches were expected to trade on the check
      *>   date (TRDPARM, default yesterday) and lists every one
      *>   with no CITYTRAN transactions, no TILLDECL till
      *>   declaration or no BRDEPOS bank deposit dated that day.
      *>   CITYTRAN and TILLDECL are the check date's own files, as
      *>   the journal reads them. A branch is expected when the
      *>   reference has it opened on or before the date and not
      *>   closed by then (a branch in closing takes no activity),
      *>   its BRCALNDR standing week opens that weekday (Monday to
      *>   Friday when it has none), the day is not a HOLCAL
      *>   holiday unless the branch trades on holidays, and no
      *>   local closure covers it. Each gap is raised through the
      *>   ExceptionHandler so it heads the morning exception
      *>   digest, and the run ends RC=4 when there is any.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TradingParmFile ASSIGN TO "TRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TradingParmStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT CalendarFile ASSIGN TO "BRCALNDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BclKey
               FILE STATUS IS CalendarFileStatus.
           SELECT TransactionFile ASSIGN TO "CITYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransactionStatus.
           SELECT TillDeclarationFile ASSIGN TO "TILLDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TillDeclarationStatus.
           SELECT DepositFile ASSIGN TO "BRDEPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DepositFileStatus.
           SELECT TradingReport ASSIGN TO "TRDCHECK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TradingParmFile.
       01 TradingParmRec.
           02 TrpCheckDate PIC 9(8).
       FD BranchFile.
       COPY BRANCHREF.
       FD CalendarFile.
       COPY BRCALNDR.
       FD TransactionFile.
       COPY CITYTXN.
       FD TillDeclarationFile.
       COPY TILLDECL.
       FD DepositFile.
       COPY BRDEPOS.
       FD TradingReport.
       01 TradingLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TradingParmStatus PIC XX VALUE "00".
           88 TradingParmNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
           88 BranchesAtEnd VALUE "10".
       01 CalendarFileStatus PIC XX VALUE "00".
           88 CalendarAtEnd VALUE "10".
           88 CalendarFileNotFound VALUE "35".
       01 CalendarOpenFlag PIC X VALUE "N".
           88 CalendarFileOpen VALUE "Y".
       01 TransactionStatus PIC XX VALUE "00".
           88 TransactionsAtEnd VALUE "10".
           88 TransactionsNotFound VALUE "35".
       01 TillDeclarationStatus PIC XX VALUE "00".
           88 TillDeclarationsAtEnd VALUE "10".
           88 TillDeclarationsNotFound VALUE "35".
       01 DepositFileStatus PIC XX VALUE "00".
           88 DepositsAtEnd VALUE "10".
           88 DepositsNotFound VALUE "35".
       01 CheckDate PIC 9(8) VALUE ZERO.
       01 CheckWeekday PIC 9 VALUE ZERO.
       01 CheckIsHolidayFlag PIC X VALUE "N".
           88 CheckIsHoliday VALUE "Y".
      *>   BusinessDayCheck parameters.
       01 BdFunctionCode PIC X(4) VALUE SPACES.
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
      *>   What arrived per CityCode, the deposit reconciliation's
      *>   full-range table idiom.
       01 ArrivalTable.
           02 ArrivalEntry OCCURS 999 TIMES.
               03 ArvTransactions PIC X.
               03 ArvTillDeclared PIC X.
               03 ArvDeposited PIC X.
       01 CityIdx PIC 9(4) COMP VALUE ZERO.
       01 ExpectedFlag PIC X VALUE "N".
           88 BranchExpected VALUE "Y".
       01 ExpectedReason PIC X(20) VALUE SPACES.
       01 BranchesRead PIC 9(7) COMP VALUE ZERO.
       01 BranchesExpected PIC 9(7) COMP VALUE ZERO.
       01 BranchesWithGaps PIC 9(7) COMP VALUE ZERO.
       01 GapsRaised PIC 9(7) COMP VALUE ZERO.
       01 GapFoundFlag PIC X VALUE "N".
           88 GapFound VALUE "Y".
       01 MissingWhat PIC X(20) VALUE SPACES.
       01 ProgramNameLiteral PIC X(20) VALUE "BranchTradingDayChk".
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36)
               VALUE "BRANCHES EXPECTED TO TRADE ON      ".
           02 RphCheckDate PIC 9(8).
       01 GapDetail.
           02 GpdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 GpdBranchName PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 GpdMissing PIC X(20).
       01 SummaryLine.
           02 FILLER PIC X(18) VALUE "Branches expected ".
           02 SmlExpected PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "   with a gap     ".
           02 SmlWithGaps PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "   gaps raised    ".
           02 SmlGaps PIC ZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM SetCheckDate
           PERFORM ClearOneArrival
               VARYING CityIdx FROM 1 BY 1
               UNTIL CityIdx > 999
           PERFORM LoadTransactions
           PERFORM LoadTillDeclarations
           PERFORM LoadDeposits
           MOVE "Y" TO CalendarOpenFlag
           OPEN INPUT CalendarFile
           IF CalendarFileNotFound
               MOVE "N" TO CalendarOpenFlag
           END-IF
           OPEN INPUT BranchFile
           OPEN OUTPUT TradingReport
           MOVE CheckDate TO RphCheckDate
           MOVE ReportHeading TO TradingLine
           WRITE TradingLine
           MOVE SPACES TO TradingLine
           WRITE TradingLine
           PERFORM ReadNextBranch
           PERFORM CheckOneBranch UNTIL BranchesAtEnd
           MOVE BranchesExpected TO SmlExpected
           MOVE BranchesWithGaps TO SmlWithGaps
           MOVE GapsRaised TO SmlGaps
           MOVE SPACES TO TradingLine
           WRITE TradingLine
           MOVE SummaryLine TO TradingLine
           WRITE TradingLine
           CLOSE BranchFile
           CLOSE TradingReport
           IF CalendarFileOpen
               CLOSE CalendarFile
           END-IF
           DISPLAY "BranchTradingDayCheck - " CheckDate
                   " branches with a gap = " BranchesWithGaps
           MOVE BranchesRead TO ReadForReport
           MOVE BranchesExpected TO WrittenForReport
           MOVE BranchesWithGaps TO RejectedForReport
           MOVE GapsRaised TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF GapsRaised > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>   SetCheckDate takes the parameter date, or yesterday, and
      *>   its weekday; a weekday BusinessDayCheck does not count as
      *>   a business day is a public holiday.
       SetCheckDate.
           MOVE ZERO TO CheckDate
           OPEN INPUT TradingParmFile
           IF NOT TradingParmNotFound
               READ TradingParmFile
                   NOT AT END
                       IF TrpCheckDate IS NUMERIC
                          AND TrpCheckDate > ZERO
                           MOVE TrpCheckDate TO CheckDate
                       END-IF
               END-READ
               CLOSE TradingParmFile
           END-IF
           IF CheckDate = ZERO
               MOVE "SUBD" TO BdFunctionCode
               MOVE TodayYYYYMMDD TO BdDateIn
               MOVE 1 TO BdDaysWanted
               PERFORM CallBusinessDayCheck
               MOVE BdDateOut TO CheckDate
           END-IF
           MOVE "DOW " TO BdFunctionCode
           MOVE CheckDate TO BdDateIn
           PERFORM CallBusinessDayCheck
           MOVE BdDateOut TO CheckWeekday
           MOVE "N" TO CheckIsHolidayFlag
           IF CheckWeekday <= 5 AND BdBusinessDayFlag NOT = "Y"
               MOVE "Y" TO CheckIsHolidayFlag
           END-IF.

       ClearOneArrival.
           MOVE "N" TO ArvTransactions(CityIdx)
           MOVE "N" TO ArvTillDeclared(CityIdx)
           MOVE "N" TO ArvDeposited(CityIdx).

       LoadTransactions.
           OPEN INPUT TransactionFile
           IF NOT TransactionsNotFound
               PERFORM ReadNextTransaction
               PERFORM NoteOneTransaction UNTIL TransactionsAtEnd
               CLOSE TransactionFile
           END-IF.

       NoteOneTransaction.
           IF TxnCityCode >= 1
               MOVE "Y" TO ArvTransactions(TxnCityCode)
           END-IF
           PERFORM ReadNextTransaction.

       LoadTillDeclarations.
           OPEN INPUT TillDeclarationFile
           IF NOT TillDeclarationsNotFound
               PERFORM ReadNextTillDeclaration
               PERFORM NoteOneTillDeclaration
                   UNTIL TillDeclarationsAtEnd
               CLOSE TillDeclarationFile
           END-IF.

       NoteOneTillDeclaration.
           IF TillCityCode >= 1
               MOVE "Y" TO ArvTillDeclared(TillCityCode)
           END-IF
           PERFORM ReadNextTillDeclaration.

       LoadDeposits.
           OPEN INPUT DepositFile
           IF NOT DepositsNotFound
               PERFORM ReadNextDeposit
               PERFORM NoteOneDeposit UNTIL DepositsAtEnd
               CLOSE DepositFile
           END-IF.

       NoteOneDeposit.
           IF DepCityCode >= 1 AND DepDate = CheckDate
               MOVE "Y" TO ArvDeposited(DepCityCode)
           END-IF
           PERFORM ReadNextDeposit.

       CheckOneBranch.
           ADD 1 TO BranchesRead
           PERFORM DecideBranchExpected
           IF BranchExpected AND CityCode OF BranchRec >= 1
               ADD 1 TO BranchesExpected
               MOVE "N" TO GapFoundFlag
               MOVE CityCode OF BranchRec TO CityIdx
               IF ArvTransactions(CityIdx) NOT = "Y"
                   MOVE "NO TRANSACTIONS" TO MissingWhat
                   MOVE 3228 TO ExceptionNumber
                   PERFORM RaiseTradingGap
               END-IF
               IF ArvTillDeclared(CityIdx) NOT = "Y"
                   MOVE "NO TILL DECLARATION" TO MissingWhat
                   MOVE 3229 TO ExceptionNumber
                   PERFORM RaiseTradingGap
               END-IF
               IF ArvDeposited(CityIdx) NOT = "Y"
                   MOVE "NO BANK DEPOSIT" TO MissingWhat
                   MOVE 3230 TO ExceptionNumber
                   PERFORM RaiseTradingGap
               END-IF
               IF GapFound
                   ADD 1 TO BranchesWithGaps
               END-IF
           END-IF
           PERFORM ReadNextBranch.

      *>   DecideBranchExpected applies the lifecycle, the standing
      *>   week, the holiday calendar and the local closures in
      *>   turn; the first that rules the day out decides.
       DecideBranchExpected.
           MOVE "Y" TO ExpectedFlag
           IF BranchClosing
               MOVE "N" TO ExpectedFlag
           END-IF
           IF BranchClosed AND BranchClosedDate = ZERO
               MOVE "N" TO ExpectedFlag
           END-IF
           IF BranchOpenedDate IS NUMERIC
              AND BranchOpenedDate > CheckDate
               MOVE "N" TO ExpectedFlag
           END-IF
           IF BranchClosedDate IS NUMERIC
              AND BranchClosedDate > ZERO
              AND BranchClosedDate <= CheckDate
               MOVE "N" TO ExpectedFlag
           END-IF
           IF BranchExpected
               PERFORM CheckStandingWeek
           END-IF
           IF BranchExpected AND CalendarFileOpen
               PERFORM CheckLocalClosures
           END-IF.

       CheckStandingWeek.
           IF CalendarFileOpen
               MOVE CityCode OF BranchRec TO BclCityCode
               MOVE ZERO TO BclFromDate
               READ CalendarFile
                   INVALID KEY
                       PERFORM ApplyDefaultWeek
                   NOT INVALID KEY
                       IF BclOpeningDays(CheckWeekday:1) NOT = "Y"
                           MOVE "N" TO ExpectedFlag
                       END-IF
                       IF CheckIsHoliday
                          AND NOT BclTradesOnHolidays
                           MOVE "N" TO ExpectedFlag
                       END-IF
               END-READ
           ELSE
               PERFORM ApplyDefaultWeek
           END-IF.

       ApplyDefaultWeek.
           IF CheckWeekday > 5 OR CheckIsHoliday
               MOVE "N" TO ExpectedFlag
           END-IF.

      *>   CheckLocalClosures walks the branch's closures in
      *>   from-date order as far as the check date.
       CheckLocalClosures.
           MOVE CityCode OF BranchRec TO BclCityCode
           MOVE 1 TO BclFromDate
           START CalendarFile KEY IS NOT LESS THAN BclKey
               INVALID KEY
                   MOVE "10" TO CalendarFileStatus
           END-START
           IF NOT CalendarAtEnd
               PERFORM ReadNextCalendarEntry
           END-IF
           PERFORM CheckOneClosure
               UNTIL CalendarAtEnd OR NOT BranchExpected
           MOVE "00" TO CalendarFileStatus.

       CheckOneClosure.
           IF BclCityCode NOT = CityCode OF BranchRec
              OR BclFromDate > CheckDate
               MOVE "10" TO CalendarFileStatus
           ELSE
               IF BclToDate >= CheckDate
                   MOVE "N" TO ExpectedFlag
               ELSE
                   PERFORM ReadNextCalendarEntry
               END-IF
           END-IF.

      *>   RaiseTradingGap lists the gap and raises it for the
      *>   morning digest.
       RaiseTradingGap.
           MOVE "Y" TO GapFoundFlag
           ADD 1 TO GapsRaised
           MOVE CityCode OF BranchRec TO GpdCityCode
           MOVE BranchName TO GpdBranchName
           MOVE MissingWhat TO GpdMissing
           MOVE GapDetail TO TradingLine
           WRITE TradingLine
           MOVE SPACES TO ExceptionText
           STRING "Branch " CityCode OF BranchRec " "
                   BranchName " " MissingWhat " for " CheckDate
               DELIMITED BY SIZE INTO ExceptionText
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL.

       CallBusinessDayCheck.
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL.

       ReadNextBranch.
           READ BranchFile NEXT RECORD
               AT END MOVE "10" TO BranchFileStatus
           END-READ.

       ReadNextCalendarEntry.
           READ CalendarFile NEXT RECORD
               AT END MOVE "10" TO CalendarFileStatus
           END-READ.

       ReadNextTransaction.
           READ TransactionFile
               AT END MOVE "10" TO TransactionStatus
           END-READ.

       ReadNextTillDeclaration.
           READ TillDeclarationFile
               AT END MOVE "10" TO TillDeclarationStatus
           END-READ.

       ReadNextDeposit.
           READ DepositFile
               AT END MOVE "10" TO DepositFileStatus
           END-READ.
