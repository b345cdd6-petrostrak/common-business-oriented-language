       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberQuoteConversion.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Fee quotation conversion report. Reads the FEEQUOTE file
      *>   the counter quotation screen writes and prints, for each
      *>   month quotes were given, how many were given, how many
      *>   were converted to joins, how many are still open and how
      *>   many have lapsed, with the conversion percentage. Totals
      *>   by member type follow, then the grand total. A quote is
      *>   converted when MemberMaintenance added a member carrying
      *>   its number. An open quote has lapsed once its intended
      *>   join date is more than the QCVPARM lapse days past (30
      *>   when there is no card or the field is zero). Quote
      *>   numbers are given out in date order, so the file reads
      *>   in quote-month order without a sort.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeQuoteFile ASSIGN TO "FEEQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QteNumber
               FILE STATUS IS FeeQuoteStatus.
           SELECT ConversionParmFile ASSIGN TO "QCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConversionParmStatus.
           SELECT ConversionReport ASSIGN TO "QCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FeeQuoteFile.
       COPY FEEQUOTE.
       FD ConversionParmFile.
       01 ConversionParmRec.
           02 QcpLapseDays PIC 9(3).
       FD ConversionReport.
       01 ConversionLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 FeeQuoteStatus PIC XX VALUE "00".
           88 FeeQuoteAtEnd VALUE "10".
           88 FeeQuoteNotFound VALUE "35".
       01 ConversionParmStatus PIC XX VALUE "00".
           88 ConversionParmNotFound VALUE "35".
       01 LapseDays PIC 9(3) VALUE 30.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
      *>   Outcome of the quote in hand: 1 converted, 2 open,
      *>   3 lapsed.
       01 OutcomeIdx PIC 9 COMP VALUE ZERO.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 CurrentQuoteMonth PIC 9(6) VALUE ZERO.
       01 CurrentQuoteParts REDEFINES CurrentQuoteMonth.
           02 CurQuoteYear PIC 9(4).
           02 CurQuoteMonth PIC 9(2).
       01 QuoteMonthKey PIC 9(6) VALUE ZERO.
      *>   Counts - the month in hand, by member type, and overall.
       01 MonthCounts.
           02 MonQuoted PIC 9(5).
           02 MonOutcome PIC 9(5) OCCURS 3 TIMES.
       01 TypeMax PIC 9(2) VALUE 10.
       01 TypeCount PIC 9(2) VALUE ZERO.
       01 TypeTable.
           02 TypeEntry OCCURS 10 TIMES.
               03 TypMemberType PIC X.
               03 TypQuoted PIC 9(5).
               03 TypOutcome PIC 9(5) OCCURS 3 TIMES.
       01 TypeIdx PIC 9(2) COMP VALUE ZERO.
       01 TypeFoundFlag PIC X VALUE "N".
           88 TypeFound VALUE "Y".
       01 TotalCounts.
           02 TotQuoted PIC 9(7).
           02 TotOutcome PIC 9(7) OCCURS 3 TIMES.
       01 ConversionPercent PIC 9(3)V9 VALUE ZERO.
       01 QuotesRead PIC 9(7) COMP VALUE ZERO.
       01 LinesWritten PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberQuoteConvert".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "FEE QUOTATION CONVERSION - RUN ".
           02 RphDate PIC 9(8).
       01 LapseHeading.
           02 FILLER PIC X(37) VALUE
               "OPEN QUOTES LAPSE WHEN THE JOIN DATE ".
           02 RphLapseDays PIC ZZ9.
           02 FILLER PIC X(15) VALUE " DAYS PAST".
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "QUOTED     QUOTES CONVERTED     OPEN".
           02 FILLER PIC X(19) VALUE
               "   LAPSED  CONV PCT".
       01 ConversionDetail.
           02 CvdLabel PIC X(7).
           02 FILLER PIC X(4) VALUE SPACES.
           02 CvdQuoted PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CvdConverted PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CvdOpen PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CvdLapsed PIC ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CvdPercent PIC ZZ9.9.
       01 MonthLabel.
           02 MnlYear PIC 9(4).
           02 FILLER PIC X VALUE "/".
           02 MnlMonth PIC 9(2).
       01 TypeLabel.
           02 FILLER PIC X(5) VALUE "TYPE ".
           02 TylMemberType PIC X.
           02 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           PERFORM ReadConversionParm
           INITIALIZE TotalCounts
           OPEN OUTPUT ConversionReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO ConversionLine
           PERFORM WriteReportLine
           MOVE LapseDays TO RphLapseDays
           MOVE LapseHeading TO ConversionLine
           PERFORM WriteReportLine
           MOVE SPACES TO ConversionLine
           PERFORM WriteReportLine
           MOVE ColumnHeading TO ConversionLine
           PERFORM WriteReportLine
           OPEN INPUT FeeQuoteFile
           IF FeeQuoteNotFound
               MOVE "NO QUOTES ON FILE" TO ConversionLine
               PERFORM WriteReportLine
           ELSE
               PERFORM ReadNextQuote
               PERFORM CountOneQuote UNTIL FeeQuoteAtEnd
               IF GroupStarted
                   PERFORM PrintMonthLine
               END-IF
               CLOSE FeeQuoteFile
               PERFORM PrintTypeTotals
           END-IF
           MOVE SPACES TO ConversionLine
           PERFORM WriteReportLine
           MOVE "TOTAL" TO CvdLabel
           MOVE TotQuoted TO CvdQuoted
           MOVE TotOutcome(1) TO CvdConverted
           MOVE TotOutcome(2) TO CvdOpen
           MOVE TotOutcome(3) TO CvdLapsed
           MOVE ZERO TO ConversionPercent
           IF TotQuoted > ZERO
               COMPUTE ConversionPercent ROUNDED =
                       TotOutcome(1) * 100 / TotQuoted
           END-IF
           MOVE ConversionPercent TO CvdPercent
           MOVE ConversionDetail TO ConversionLine
           PERFORM WriteReportLine
           CLOSE ConversionReport
           MOVE QuotesRead TO ReadForReport
           MOVE LinesWritten TO WrittenForReport
           MOVE TotOutcome(1) TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   ReadConversionParm takes the lapse days off QCVPARM; no
      *>   card, or a zero or non-numeric value, keeps 30.
       ReadConversionParm.
           OPEN INPUT ConversionParmFile
           IF NOT ConversionParmNotFound
               READ ConversionParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QcpLapseDays NUMERIC
                          AND QcpLapseDays > ZERO
                           MOVE QcpLapseDays TO LapseDays
                       END-IF
               END-READ
               CLOSE ConversionParmFile
           END-IF.

       CountOneQuote.
           ADD 1 TO QuotesRead
           MOVE QteQuoteDate(1:6) TO QuoteMonthKey
           IF GroupStarted AND QuoteMonthKey NOT = CurrentQuoteMonth
               PERFORM PrintMonthLine
           END-IF
           IF NOT GroupStarted
               MOVE "Y" TO GroupStartedFlag
               MOVE QuoteMonthKey TO CurrentQuoteMonth
               INITIALIZE MonthCounts
           END-IF
           PERFORM DecideOutcome
           ADD 1 TO MonQuoted
           ADD 1 TO MonOutcome(OutcomeIdx)
           ADD 1 TO TotQuoted
           ADD 1 TO TotOutcome(OutcomeIdx)
           PERFORM FindTypeEntry
           IF TypeFound
               ADD 1 TO TypQuoted(TypeIdx)
               ADD 1 TO TypOutcome(TypeIdx OutcomeIdx)
           END-IF
           PERFORM ReadNextQuote.

      *>   DecideOutcome - an open quote lapses once its join date
      *>   is more than LapseDays behind today.
       DecideOutcome.
           IF QteConverted
               MOVE 1 TO OutcomeIdx
           ELSE
               MOVE 2 TO OutcomeIdx
               MOVE QteJoinDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               IF WorkDays + LapseDays < TodayDays
                   MOVE 3 TO OutcomeIdx
               END-IF
           END-IF.

       FindTypeEntry.
           MOVE "N" TO TypeFoundFlag
           PERFORM MatchOneType
               VARYING TypeIdx FROM 1 BY 1
               UNTIL TypeIdx > TypeCount OR TypeFound
           IF TypeFound
               SUBTRACT 1 FROM TypeIdx
           ELSE
               IF TypeCount < TypeMax
                   ADD 1 TO TypeCount
                   MOVE TypeCount TO TypeIdx
                   MOVE QteMemberType TO TypMemberType(TypeIdx)
                   MOVE ZERO TO TypQuoted(TypeIdx)
                   MOVE ZERO TO TypOutcome(TypeIdx 1)
                   MOVE ZERO TO TypOutcome(TypeIdx 2)
                   MOVE ZERO TO TypOutcome(TypeIdx 3)
                   MOVE "Y" TO TypeFoundFlag
               END-IF
           END-IF.

       MatchOneType.
           IF TypMemberType(TypeIdx) = QteMemberType
               MOVE "Y" TO TypeFoundFlag
           END-IF.

       PrintMonthLine.
           MOVE CurQuoteYear TO MnlYear
           MOVE CurQuoteMonth TO MnlMonth
           MOVE MonthLabel TO CvdLabel
           MOVE MonQuoted TO CvdQuoted
           MOVE MonOutcome(1) TO CvdConverted
           MOVE MonOutcome(2) TO CvdOpen
           MOVE MonOutcome(3) TO CvdLapsed
           MOVE ZERO TO ConversionPercent
           IF MonQuoted > ZERO
               COMPUTE ConversionPercent ROUNDED =
                       MonOutcome(1) * 100 / MonQuoted
           END-IF
           MOVE ConversionPercent TO CvdPercent
           MOVE ConversionDetail TO ConversionLine
           PERFORM WriteReportLine
           MOVE "N" TO GroupStartedFlag.

       PrintTypeTotals.
           MOVE SPACES TO ConversionLine
           PERFORM WriteReportLine
           PERFORM PrintOneTypeLine
               VARYING TypeIdx FROM 1 BY 1
               UNTIL TypeIdx > TypeCount.

       PrintOneTypeLine.
           MOVE TypMemberType(TypeIdx) TO TylMemberType
           MOVE TypeLabel TO CvdLabel
           MOVE TypQuoted(TypeIdx) TO CvdQuoted
           MOVE TypOutcome(TypeIdx 1) TO CvdConverted
           MOVE TypOutcome(TypeIdx 2) TO CvdOpen
           MOVE TypOutcome(TypeIdx 3) TO CvdLapsed
           MOVE ZERO TO ConversionPercent
           IF TypQuoted(TypeIdx) > ZERO
               COMPUTE ConversionPercent ROUNDED =
                       TypOutcome(TypeIdx 1) * 100
                       / TypQuoted(TypeIdx)
           END-IF
           MOVE ConversionPercent TO CvdPercent
           MOVE ConversionDetail TO ConversionLine
           PERFORM WriteReportLine.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month arithmetic.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays = WorkYear * 360 + WorkMonth * 30
                   + WorkDay.

       WriteReportLine.
           WRITE ConversionLine
           ADD 1 TO LinesWritten.

       ReadNextQuote.
           READ FeeQuoteFile NEXT RECORD
               AT END MOVE "10" TO FeeQuoteStatus
           END-READ.
