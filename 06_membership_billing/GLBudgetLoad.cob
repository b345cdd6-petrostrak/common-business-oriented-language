       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBudgetLoad.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Bulk load of the GL budget from finance's spreadsheet,
      *>   saved as comma-separated text (BUDCSV): one line per
      *>   account per year,
      *>       account,year,jan,feb,...,dec
      *>   each month's cell the planned net movement, debits less
      *>   credits, with an optional leading minus and up to two
      *>   decimals; an empty cell is a zero budget. A heading row
      *>   at the top of the sheet is skipped. Every month of a
      *>   good line is added to GLBUDGET or replaces the budget
      *>   already there (source L), leaving any actual the
      *>   variance run has written back untouched, so finance
      *>   reloads a revised sheet rather than keying changes.
      *>   A line is refused whole onto the BUDLDREG register
      *>   when the account is not one GLACCMAP posts to, the year
      *>   is not four digits, it does not have fourteen columns
      *>   or any cell is not an amount; the run then raises 3227
      *>   and ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetCsvFile ASSIGN TO "BUDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetCsvStatus.
           SELECT GLBudgetFile ASSIGN TO "GLBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLBudgetKey
               FILE STATUS IS GLBudgetStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT LoadRegister ASSIGN TO "BUDLDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BudgetCsvFile.
       01 BudgetCsvLine PIC X(250).
       FD GLBudgetFile.
       COPY GLBUDGET.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD LoadRegister.
       01 LoadRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 BudgetCsvStatus PIC XX VALUE "00".
           88 BudgetCsvAtEnd VALUE "10".
           88 BudgetCsvNotFound VALUE "35".
       01 GLBudgetStatus PIC XX VALUE "00".
           88 GLBudgetNotFound VALUE "35".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapAtEnd VALUE "10".
           88 GLAccountMapNotFound VALUE "35".
      *>   The accounts GLACCMAP posts to.
       01 AccountMax PIC 9(3) VALUE 500.
       01 AccountCount PIC 9(3) VALUE ZERO.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 ActAccountCode PIC X(8).
       01 AccountIdx PIC 9(3) COMP VALUE ZERO.
       01 AccountFoundFlag PIC X VALUE "N".
           88 AccountFound VALUE "Y".
       01 LookupAccount PIC X(8) VALUE SPACES.
      *>   One spreadsheet line split into its columns.
       01 CsvFieldCount PIC 9(3) COMP VALUE ZERO.
       01 CsvAccountText PIC X(10) VALUE SPACES.
       01 CsvAccountLength PIC 9(3) COMP VALUE ZERO.
       01 CsvYearLength PIC 9(3) COMP VALUE ZERO.
       01 CsvYearText PIC X(6) VALUE SPACES.
       01 CsvYearDigits REDEFINES CsvYearText.
           02 CsvYear PIC 9(4).
           02 FILLER PIC X(2).
       01 CsvCells.
           02 CsvCell PIC X(16) OCCURS 12 TIMES.
       01 CellAmounts.
           02 CellAmount PIC S9(9)V99 OCCURS 12 TIMES.
       01 CellIdx PIC 9(2) COMP VALUE ZERO.
       01 MonthEdit PIC Z9.
      *>   One cell taken apart into whole pounds and pence.
       01 CellText PIC X(16) VALUE SPACES.
       01 CellUnsigned PIC X(16) VALUE SPACES.
       01 CellNegativeFlag PIC X VALUE "N".
           88 CellNegative VALUE "Y".
       01 CellDigits.
           02 CellWholeText PIC X(9) JUSTIFIED RIGHT.
           02 CellFractionText PIC X(2).
       01 CellValue REDEFINES CellDigits PIC 9(9)V99.
       01 CellWholeLength PIC 9(3) COMP VALUE ZERO.
       01 CellFractionLength PIC 9(3) COMP VALUE ZERO.
       01 CellWholeDelimiter PIC X VALUE SPACE.
       01 CellFractionDelimiter PIC X VALUE SPACE.
       01 LineOk PIC X VALUE "Y".
           88 LineValid VALUE "Y".
       01 RefuseReason PIC X(30) VALUE SPACES.
       01 LinesRead PIC 9(7) COMP VALUE ZERO.
       01 LinesLoaded PIC 9(7) COMP VALUE ZERO.
       01 LinesRefused PIC 9(7) COMP VALUE ZERO.
       01 HeadingsSkipped PIC 9(7) COMP VALUE ZERO.
       01 MonthsAdded PIC 9(7) COMP VALUE ZERO.
       01 MonthsReplaced PIC 9(7) COMP VALUE ZERO.
       01 LoadedTotal PIC S9(11)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "GLBudgetLoad".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 CountEdit PIC ZZZ,ZZ9.
       01 RefusedLine.
           02 FILLER PIC X(5) VALUE "LINE ".
           02 RflLineNumber PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RflAccount PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RflYear PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RflReason PIC X(30).
       01 TotalLine.
           02 TtlLabel PIC X(30).
           02 TtlCount PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadPostingAccounts
           OPEN OUTPUT LoadRegister
           MOVE "GL BUDGET LOAD - LINES REFUSED" TO LoadRegisterLine
           WRITE LoadRegisterLine
           OPEN INPUT BudgetCsvFile
           IF BudgetCsvNotFound
               MOVE "NO BUDCSV FILE - NOTHING LOADED"
                   TO LoadRegisterLine
               WRITE LoadRegisterLine
           ELSE
               OPEN I-O GLBudgetFile
               IF GLBudgetNotFound
                   OPEN OUTPUT GLBudgetFile
                   CLOSE GLBudgetFile
                   OPEN I-O GLBudgetFile
               END-IF
               PERFORM ReadNextCsvLine
               PERFORM LoadOneCsvLine UNTIL BudgetCsvAtEnd
               CLOSE GLBudgetFile
               CLOSE BudgetCsvFile
           END-IF
           PERFORM PrintLoadTotals
           CLOSE LoadRegister
           IF LinesRefused > ZERO
               MOVE 3227 TO ExceptionNumber
               MOVE "W" TO ExceptionSeverity
               MOVE LinesRefused TO CountEdit
               MOVE SPACES TO ExceptionText
               STRING CountEdit " budget lines refused - see BUDLDREG"
                   DELIMITED BY SIZE INTO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE ExceptionReturnCode TO RETURN-CODE
           END-IF
           MOVE LinesRead TO ReadForReport
           MOVE LinesLoaded TO WrittenForReport
           MOVE LinesRefused TO RejectedForReport
           IF LoadedTotal < ZERO
               COMPUTE BalancingTotal = ZERO - LoadedTotal
           ELSE
               MOVE LoadedTotal TO BalancingTotal
           END-IF
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       LoadPostingAccounts.
           OPEN INPUT GLAccountMapFile
           IF NOT GLAccountMapNotFound
               PERFORM ReadNextMapping
               PERFORM LoadOnePostingAccount UNTIL GLAccountMapAtEnd
               CLOSE GLAccountMapFile
           END-IF.

       LoadOnePostingAccount.
           MOVE MapAccountCode TO LookupAccount
           PERFORM FindPostingAccount
           IF NOT AccountFound AND AccountCount < AccountMax
               ADD 1 TO AccountCount
               MOVE MapAccountCode TO ActAccountCode(AccountCount)
           END-IF
           PERFORM ReadNextMapping.

       FindPostingAccount.
           MOVE "N" TO AccountFoundFlag
           PERFORM MatchOneAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount OR AccountFound.

       MatchOneAccount.
           IF ActAccountCode(AccountIdx) = LookupAccount
               MOVE "Y" TO AccountFoundFlag
           END-IF.

       LoadOneCsvLine.
           ADD 1 TO LinesRead
           PERFORM SplitCsvLine
           IF LinesRead = 1 AND CsvYearText(1:4) NOT NUMERIC
               ADD 1 TO HeadingsSkipped
           ELSE
               PERFORM ValidateCsvLine
               IF LineValid
                   PERFORM StoreOneMonth
                       VARYING CellIdx FROM 1 BY 1
                       UNTIL CellIdx > 12
                   ADD 1 TO LinesLoaded
               ELSE
                   ADD 1 TO LinesRefused
                   MOVE LinesRead TO RflLineNumber
                   MOVE CsvAccountText TO RflAccount
                   MOVE CsvYearText TO RflYear
                   MOVE RefuseReason TO RflReason
                   MOVE RefusedLine TO LoadRegisterLine
                   WRITE LoadRegisterLine
               END-IF
           END-IF
           PERFORM ReadNextCsvLine.

      *>   SplitCsvLine - a sheet saved on a PC ends its lines
      *>   with a carriage return, taken out first.
       SplitCsvLine.
           INSPECT BudgetCsvLine REPLACING ALL X"0D" BY SPACE
           MOVE SPACES TO CsvAccountText
           MOVE SPACES TO CsvYearText
           MOVE SPACES TO CsvCells
           MOVE ZERO TO CsvFieldCount
           MOVE ZERO TO CsvAccountLength
           MOVE ZERO TO CsvYearLength
           UNSTRING BudgetCsvLine DELIMITED BY ","
               INTO CsvAccountText COUNT IN CsvAccountLength
                    CsvYearText COUNT IN CsvYearLength
                    CsvCell(1) CsvCell(2) CsvCell(3) CsvCell(4)
                    CsvCell(5) CsvCell(6) CsvCell(7) CsvCell(8)
                    CsvCell(9) CsvCell(10) CsvCell(11) CsvCell(12)
               TALLYING IN CsvFieldCount
               ON OVERFLOW
                   MOVE 99 TO CsvFieldCount
           END-UNSTRING.

       ValidateCsvLine.
           MOVE "Y" TO LineOk
           MOVE SPACES TO RefuseReason
           IF CsvFieldCount NOT = 14
               MOVE "N" TO LineOk
               MOVE "not fourteen columns" TO RefuseReason
           END-IF
           IF LineValid
               IF CsvAccountLength = ZERO OR CsvAccountLength > 8
                   MOVE "N" TO LineOk
                   MOVE "account code missing or long"
                       TO RefuseReason
               ELSE
                   MOVE CsvAccountText TO LookupAccount
                   PERFORM FindPostingAccount
                   IF NOT AccountFound
                       MOVE "N" TO LineOk
                       MOVE "account not on GLACCMAP"
                           TO RefuseReason
                   END-IF
               END-IF
           END-IF
           IF LineValid
               IF CsvYearLength NOT = 4 OR CsvYear NOT NUMERIC
                   MOVE "N" TO LineOk
                   MOVE "year not four digits" TO RefuseReason
               END-IF
           END-IF
           IF LineValid
               PERFORM ParseOneCell
                   VARYING CellIdx FROM 1 BY 1
                   UNTIL CellIdx > 12 OR NOT LineValid
           END-IF.

      *>   ParseOneCell turns a cell such as -1234.5 into an
      *>   amount; a blank cell is zero.
       ParseOneCell.
           MOVE CsvCell(CellIdx) TO CellText
           MOVE "N" TO CellNegativeFlag
           IF CellText(1:1) = "-"
               MOVE "Y" TO CellNegativeFlag
               MOVE CellText(2:15) TO CellUnsigned
           ELSE
               MOVE CellText TO CellUnsigned
           END-IF
           MOVE SPACES TO CellWholeText
           MOVE SPACES TO CellFractionText
           MOVE SPACE TO CellWholeDelimiter
           MOVE SPACE TO CellFractionDelimiter
           MOVE ZERO TO CellWholeLength
           MOVE ZERO TO CellFractionLength
           UNSTRING CellUnsigned DELIMITED BY "." OR ALL SPACE
               INTO CellWholeText
                        DELIMITER IN CellWholeDelimiter
                        COUNT IN CellWholeLength
                    CellFractionText
                        DELIMITER IN CellFractionDelimiter
                        COUNT IN CellFractionLength
           END-UNSTRING
           IF CellWholeLength > 9 OR CellFractionLength > 2
              OR CellFractionDelimiter = "."
              OR (CellWholeDelimiter = SPACE
                  AND CellFractionLength > ZERO)
               MOVE "N" TO LineOk
           ELSE
               INSPECT CellWholeText REPLACING LEADING SPACE BY "0"
               INSPECT CellFractionText REPLACING ALL SPACE BY "0"
               IF CellDigits NOT NUMERIC
                   MOVE "N" TO LineOk
               END-IF
           END-IF
           IF LineValid
               IF CellNegative
                   COMPUTE CellAmount(CellIdx) = ZERO - CellValue
               ELSE
                   MOVE CellValue TO CellAmount(CellIdx)
               END-IF
           ELSE
               MOVE SPACES TO RefuseReason
               MOVE CellIdx TO MonthEdit
               STRING "month " MonthEdit " not an amount"
                   DELIMITED BY SIZE INTO RefuseReason
           END-IF.

      *>   StoreOneMonth adds the month's budget or replaces the
      *>   one on file; an actual already written back is kept.
       StoreOneMonth.
           MOVE CsvAccountText TO BudAccountCode
           MOVE CsvYear TO BudYear
           MOVE CellIdx TO BudMonth
           READ GLBudgetFile
               INVALID KEY
                   MOVE CsvAccountText TO BudAccountCode
                   MOVE CsvYear TO BudYear
                   MOVE CellIdx TO BudMonth
                   MOVE CellAmount(CellIdx) TO BudAmount
                   MOVE ZERO TO BudActualAmount
                   MOVE "L" TO BudSource
                   MOVE TodayYYYYMMDD TO BudUpdatedDate
                   MOVE ZERO TO BudActualDate
                   WRITE GLBudgetRec
                   ADD 1 TO MonthsAdded
               NOT INVALID KEY
                   MOVE CellAmount(CellIdx) TO BudAmount
                   MOVE "L" TO BudSource
                   MOVE TodayYYYYMMDD TO BudUpdatedDate
                   REWRITE GLBudgetRec
                   ADD 1 TO MonthsReplaced
           END-READ
           ADD CellAmount(CellIdx) TO LoadedTotal.

       PrintLoadTotals.
           MOVE SPACES TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "LINES READ" TO TtlLabel
           MOVE LinesRead TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "HEADING ROWS SKIPPED" TO TtlLabel
           MOVE HeadingsSkipped TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "LINES LOADED" TO TtlLabel
           MOVE LinesLoaded TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "LINES REFUSED" TO TtlLabel
           MOVE LinesRefused TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "MONTHS ADDED" TO TtlLabel
           MOVE MonthsAdded TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine
           MOVE "MONTHS REPLACED" TO TtlLabel
           MOVE MonthsReplaced TO TtlCount
           MOVE TotalLine TO LoadRegisterLine
           WRITE LoadRegisterLine.

       ReadNextCsvLine.
           READ BudgetCsvFile
               AT END MOVE "10" TO BudgetCsvStatus
           END-READ.

       ReadNextMapping.
           READ GLAccountMapFile NEXT RECORD
               AT END MOVE "10" TO GLAccountMapStatus
           END-READ.
