       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseAgeingReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Daily SLA ageing of the member complaint cases still
      *>   open on CASEMAST, open or waiting on the member. Each
      *>   case's age in days since opening is set against its
      *>   CASECAT category's target response time:
      *>     ON TIME   - younger than the target;
      *>     DUE TODAY - at the target today;
      *>     BREACHED  - past the target, raised to ExceptionHandler
      *>                 as a warning (3214);
      *>     ESCALATED - past twice the target, raised as an error
      *>                 (3215) so the step ends RC=8 and the
      *>                 morning operator passes it up.
      *>   A case whose category has left the reference is listed
      *>   as NO TARGET. The cases print by category, oldest first,
      *>   followed by a per-category count of cases open, breached
      *>   and escalated. Ages use the suite's whole-month calendar
      *>   (years*360 + months*30 + days).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseMasterFile ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CseCaseNumber
               FILE STATUS IS CaseMasterStatus.
           SELECT CaseCategoryFile ASSIGN TO "CASECAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseCategoryStatus.
           SELECT AgeingReport ASSIGN TO "CASEAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CaseSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD CaseMasterFile.
       COPY CASEMAST.
       FD CaseCategoryFile.
       COPY CASECAT.
       FD AgeingReport.
       01 AgeingLine PIC X(72).
       SD CaseSortFile.
       01 CaseSortRec.
           02 SrtCategory PIC X(4).
           02 SrtAgeDays PIC 9(5).
           02 SrtCaseNumber PIC 9(7).
           02 SrtMemberId PIC 9(6).
           02 SrtCityCode PIC 9(3).
           02 SrtOpenDate PIC 9(8).
           02 SrtOwner PIC X(8).
           02 SrtStatus PIC X.
           02 SrtTargetDays PIC 9(3).
           02 SrtFlag PIC X(9).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CaseMasterStatus PIC XX VALUE "00".
           88 CaseMasterAtEnd VALUE "10".
           88 CaseMasterNotFound VALUE "35".
       01 CaseCategoryStatus PIC XX VALUE "00".
           88 CaseCategoryAtEnd VALUE "10".
           88 CaseCategoryNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
      *>   Categories with their targets and tonight's counts.
       01 CategoryMax PIC 9(3) VALUE 100.
       01 CategoryCount PIC 9(3) VALUE ZERO.
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
               03 CgtCategory PIC X(4).
               03 CgtDescription PIC X(20).
               03 CgtTargetDays PIC 9(3).
               03 CgtOpenCases PIC 9(5).
               03 CgtBreached PIC 9(5).
               03 CgtEscalated PIC 9(5).
       01 CategoryIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundCategoryIdx PIC 9(3) COMP VALUE ZERO.
       01 LookupCategory PIC X(4) VALUE SPACES.
       01 CurrentCategory PIC X(4) VALUE SPACES.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 CaseAgeDays PIC 9(5) VALUE ZERO.
       01 CaseTargetDays PIC 9(3) VALUE ZERO.
       01 CasesRead PIC 9(7) COMP VALUE ZERO.
       01 CasesListed PIC 9(7) COMP VALUE ZERO.
       01 CasesClosedPassed PIC 9(7) COMP VALUE ZERO.
       01 TotalBreached PIC 9(7) COMP VALUE ZERO.
       01 TotalEscalated PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "CaseAgeingReport".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 ExceptionDetail.
           02 FILLER PIC X(5) VALUE "Case ".
           02 ExdCaseNumber PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdCategory PIC X(4).
           02 FILLER PIC X(5) VALUE " age ".
           02 ExdAgeDays PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " target ".
           02 ExdTargetDays PIC ZZ9.
           02 FILLER PIC X(7) VALUE " owner ".
           02 ExdOwner PIC X(8).
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "COMPLAINT CASE SLA AGEING - AS AT ".
           02 RphDate PIC 9(8).
       01 CategoryHeading.
           02 FILLER PIC X(9) VALUE "CATEGORY ".
           02 CthCategory PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CthDescription PIC X(20).
           02 FILLER PIC X(15) VALUE "  TARGET DAYS: ".
           02 CthTargetDays PIC ZZ9.
       01 ColumnHeading PIC X(60) VALUE
           "CASE    MEMBER BR  OPENED   OWNER    S  AGE TGT STATE".
       01 CaseDetail.
           02 CsdCaseNumber PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdOpenDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdOwner PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdStatus PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdAgeDays PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdTargetDays PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CsdFlag PIC X(9).
       01 SummaryHeading.
           02 FILLER PIC X(36) VALUE
               "CATEGORY                        OPEN".
           02 FILLER PIC X(20) VALUE "  BREACHED ESCALATED".
       01 SummaryDetail.
           02 SmdCategory PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdDescription PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SmdOpenCases PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SmdBreached PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SmdEscalated PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           PERFORM LoadCategories
           OPEN OUTPUT AgeingReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO AgeingLine
           WRITE AgeingLine
           OPEN INPUT CaseMasterFile
           IF CaseMasterNotFound
               MOVE "NO COMPLAINT CASE FILE ON FILE" TO AgeingLine
               WRITE AgeingLine
           ELSE
               SORT CaseSortFile
                   ON ASCENDING KEY SrtCategory
                   ON DESCENDING KEY SrtAgeDays
                   ON ASCENDING KEY SrtCaseNumber
                   INPUT PROCEDURE IS SelectLiveCases
                   OUTPUT PROCEDURE IS PrintLiveCases
               CLOSE CaseMasterFile
           END-IF
           PERFORM PrintCategorySummary
           CLOSE AgeingReport
           MOVE CasesRead TO ReadForReport
           MOVE CasesListed TO WrittenForReport
           MOVE CasesClosedPassed TO RejectedForReport
           MOVE TotalBreached TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

       LoadCategories.
           OPEN INPUT CaseCategoryFile
           IF NOT CaseCategoryNotFound
               PERFORM ReadNextCategory
               PERFORM LoadOneCategory UNTIL CaseCategoryAtEnd
               CLOSE CaseCategoryFile
           END-IF.

       LoadOneCategory.
           IF CategoryCount < CategoryMax
               ADD 1 TO CategoryCount
               MOVE CctCategory TO CgtCategory(CategoryCount)
               MOVE CctDescription TO CgtDescription(CategoryCount)
               MOVE CctTargetDays TO CgtTargetDays(CategoryCount)
               MOVE ZERO TO CgtOpenCases(CategoryCount)
               MOVE ZERO TO CgtBreached(CategoryCount)
               MOVE ZERO TO CgtEscalated(CategoryCount)
           END-IF
           PERFORM ReadNextCategory.

       FindCategoryEntry.
           MOVE ZERO TO FoundCategoryIdx
           PERFORM MatchOneCategory
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount
                  OR FoundCategoryIdx > ZERO.

       MatchOneCategory.
           IF CgtCategory(CategoryIdx) = LookupCategory
               MOVE CategoryIdx TO FoundCategoryIdx
           END-IF.

       SelectLiveCases.
           PERFORM ReadNextCase
           PERFORM AgeOneCase UNTIL CaseMasterAtEnd.

       AgeOneCase.
           ADD 1 TO CasesRead
           IF CseLive
               PERFORM ClassifyCase
           ELSE
               ADD 1 TO CasesClosedPassed
           END-IF
           PERFORM ReadNextCase.

      *>   ClassifyCase ages one live case against its category's
      *>   target and raises a breach through ExceptionHandler.
       ClassifyCase.
           ADD 1 TO CasesListed
           MOVE CseOpenDate TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE ZERO TO CaseAgeDays
           IF TodayDays > WorkDays
               COMPUTE CaseAgeDays = TodayDays - WorkDays
           END-IF
           MOVE CseCategory TO LookupCategory
           PERFORM FindCategoryEntry
           MOVE ZERO TO CaseTargetDays
           IF FoundCategoryIdx > ZERO
               MOVE CgtTargetDays(FoundCategoryIdx) TO CaseTargetDays
               ADD 1 TO CgtOpenCases(FoundCategoryIdx)
           END-IF
           EVALUATE TRUE
               WHEN FoundCategoryIdx = ZERO OR CaseTargetDays = ZERO
                   MOVE "NO TARGET" TO SrtFlag
               WHEN CaseAgeDays > CaseTargetDays * 2
                   MOVE "ESCALATED" TO SrtFlag
                   ADD 1 TO CgtEscalated(FoundCategoryIdx)
                   ADD 1 TO CgtBreached(FoundCategoryIdx)
                   ADD 1 TO TotalEscalated
                   ADD 1 TO TotalBreached
                   MOVE 3215 TO ExceptionNumber
                   MOVE "E" TO ExceptionSeverity
                   PERFORM RaiseCaseException
               WHEN CaseAgeDays > CaseTargetDays
                   MOVE "BREACHED" TO SrtFlag
                   ADD 1 TO CgtBreached(FoundCategoryIdx)
                   ADD 1 TO TotalBreached
                   MOVE 3214 TO ExceptionNumber
                   MOVE "W" TO ExceptionSeverity
                   PERFORM RaiseCaseException
               WHEN CaseAgeDays = CaseTargetDays
                   MOVE "DUE TODAY" TO SrtFlag
               WHEN OTHER
                   MOVE "ON TIME" TO SrtFlag
           END-EVALUATE
           MOVE CseCategory TO SrtCategory
           MOVE CaseAgeDays TO SrtAgeDays
           MOVE CseCaseNumber TO SrtCaseNumber
           MOVE CseMemberId TO SrtMemberId
           MOVE CseCityCode TO SrtCityCode
           MOVE CseOpenDate TO SrtOpenDate
           MOVE CseOwner TO SrtOwner
           MOVE CseStatus TO SrtStatus
           MOVE CaseTargetDays TO SrtTargetDays
           RELEASE CaseSortRec.

       RaiseCaseException.
           MOVE CseCaseNumber TO ExdCaseNumber
           MOVE CseCategory TO ExdCategory
           MOVE CaseAgeDays TO ExdAgeDays
           MOVE CaseTargetDays TO ExdTargetDays
           MOVE CseOwner TO ExdOwner
           MOVE ExceptionDetail TO ExceptionText
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       PrintLiveCases.
           MOVE "N" TO GroupStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneCase UNTIL SortReturnAtEnd.

       ReturnOneCase.
           RETURN CaseSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneCase
           END-RETURN.

       PrintOneCase.
           IF NOT GroupStarted OR SrtCategory NOT = CurrentCategory
               MOVE "Y" TO GroupStartedFlag
               MOVE SrtCategory TO CurrentCategory
               MOVE SrtCategory TO LookupCategory
               PERFORM FindCategoryEntry
               MOVE SrtCategory TO CthCategory
               IF FoundCategoryIdx > ZERO
                   MOVE CgtDescription(FoundCategoryIdx)
                       TO CthDescription
               ELSE
                   MOVE "NOT ON CASECAT" TO CthDescription
               END-IF
               MOVE SrtTargetDays TO CthTargetDays
               MOVE SPACES TO AgeingLine
               WRITE AgeingLine
               MOVE CategoryHeading TO AgeingLine
               WRITE AgeingLine
               MOVE ColumnHeading TO AgeingLine
               WRITE AgeingLine
           END-IF
           MOVE SrtCaseNumber TO CsdCaseNumber
           MOVE SrtMemberId TO CsdMemberId
           MOVE SrtCityCode TO CsdCityCode
           MOVE SrtOpenDate TO CsdOpenDate
           MOVE SrtOwner TO CsdOwner
           MOVE SrtStatus TO CsdStatus
           MOVE SrtAgeDays TO CsdAgeDays
           MOVE SrtTargetDays TO CsdTargetDays
           MOVE SrtFlag TO CsdFlag
           MOVE CaseDetail TO AgeingLine
           WRITE AgeingLine.

       PrintCategorySummary.
           MOVE SPACES TO AgeingLine
           WRITE AgeingLine
           MOVE SummaryHeading TO AgeingLine
           WRITE AgeingLine
           PERFORM PrintOneCategorySummary
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount
           MOVE "ALL " TO SmdCategory
           MOVE "TOTAL LIVE CASES" TO SmdDescription
           MOVE CasesListed TO SmdOpenCases
           MOVE TotalBreached TO SmdBreached
           MOVE TotalEscalated TO SmdEscalated
           MOVE SummaryDetail TO AgeingLine
           WRITE AgeingLine.

       PrintOneCategorySummary.
           IF CgtOpenCases(CategoryIdx) > ZERO
               MOVE CgtCategory(CategoryIdx) TO SmdCategory
               MOVE CgtDescription(CategoryIdx) TO SmdDescription
               MOVE CgtOpenCases(CategoryIdx) TO SmdOpenCases
               MOVE CgtBreached(CategoryIdx) TO SmdBreached
               MOVE CgtEscalated(CategoryIdx) TO SmdEscalated
               MOVE SummaryDetail TO AgeingLine
               WRITE AgeingLine
           END-IF.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month calendar.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays =
                   WorkYear * 360 + WorkMonth * 30 + WorkDay.

       ReadNextCase.
           READ CaseMasterFile NEXT RECORD
               AT END MOVE "10" TO CaseMasterStatus
           END-READ.

       ReadNextCategory.
           READ CaseCategoryFile
               AT END MOVE "10" TO CaseCategoryStatus
           END-READ.
