       IDENTIFICATION DIVISION.
       PROGRAM-ID. SectionDemandForecast.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Next-term section demand forecast. For every running
      *>   catalog course it projects the coming term's demand and
      *>   sets it against the capacity currently scheduled, so the
      *>   number of sections to run stops being guesswork. The
      *>   DEMPARM card names the term being planned, the term whose
      *>   CRSSECT sections are the current schedule (the planned
      *>   term itself when left blank - the usual case once the
      *>   rollover has run), how many prior years of history to
      *>   use (3 when not given), the seats a new section is taken
      *>   to hold when the course has no sections to judge by (30
      *>   when not given), and the date from which WAITLIST
      *>   turn-aways count as current demand (zeroes count the
      *>   whole file).
      *>   The same term in a prior year is a TERMCAL term starting
      *>   in the same calendar month as the planned term, in one of
      *>   the years asked for. History is the average of the
      *>   course's own ENROLDTL enrollments over those terms
      *>   (transfer credit is not a seat and is not counted); the
      *>   projection adds the waitlist depth on top. Sections
      *>   needed is the projection over the scheduled seats per
      *>   section, rounded up, and the course is recommended for
      *>   added sections, closed sections or holding as scheduled.
      *>   The report is DEMRPT; the forecast also goes to DEMFCST
      *>   for TermRollover to check the new term against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DemandParmFile ASSIGN TO "DEMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DemandParmStatus.
           SELECT CourseFile ASSIGN TO "COURSEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CourseID OF CourseRec
               FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT WaitlistFile ASSIGN TO "WAITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaitlistFileStatus.
           SELECT ForecastFile ASSIGN TO "DEMFCST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DemandReport ASSIGN TO "DEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DemandParmFile.
       01 DemandParmRec.
           02 DmpPlanTerm PIC X(6).
           02 DmpScheduleTerm PIC X(6).
           02 DmpYearsBack PIC 9.
           02 DmpSectionSize PIC 9(3).
           02 DmpWaitlistFrom PIC 9(8).
       FD CourseFile.
       COPY COURSEREC.
       FD TermFile.
       COPY TERMCAL.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD SectionFile.
       COPY CRSSECT.
       FD WaitlistFile.
       COPY WAITLIST.
       FD ForecastFile.
       COPY DEMFCST.
       FD DemandReport.
       01 DemandLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 DemandParmStatus PIC XX VALUE "00".
           88 DemandParmNotFound VALUE "35".
       01 CourseFileStatus PIC XX VALUE "00".
           88 CourseAtEnd VALUE "10".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
       01 WaitlistFileStatus PIC XX VALUE "00".
           88 WaitlistAtEnd VALUE "10".
           88 WaitlistFileNotFound VALUE "35".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 PlanTerm PIC X(6) VALUE SPACES.
       01 ScheduleTerm PIC X(6) VALUE SPACES.
       01 YearsBack PIC 9 VALUE 3.
       01 DefaultSectionSize PIC 9(3) VALUE 30.
       01 WaitlistFrom PIC 9(8) VALUE ZERO.
       01 PlanTermStart PIC 9(8) VALUE ZERO.
       01 PlanStartParts REDEFINES PlanTermStart.
           02 PlanStartYear PIC 9(4).
           02 PlanStartMonth PIC 9(2).
           02 FILLER PIC 9(2).
       01 EarliestYear PIC 9(4) VALUE ZERO.
       01 CandidateStart PIC 9(8) VALUE ZERO.
       01 CandidateStartParts REDEFINES CandidateStart.
           02 CandidateYear PIC 9(4).
           02 CandidateMonth PIC 9(2).
           02 FILLER PIC 9(2).
       01 WaitDatePart PIC 9(8) VALUE ZERO.
      *>   The same term in prior years, found on TERMCAL.
       01 PriorTermMax PIC 9 VALUE 9.
       01 PriorTermCount PIC 9 VALUE ZERO.
       01 PriorTermTable.
           02 PriorTerm PIC X(6) OCCURS 9 TIMES.
       01 PriorTermIdx PIC 9 COMP VALUE ZERO.
       01 RowIsPriorFlag PIC X VALUE "N".
           88 RowIsPrior VALUE "Y".
      *>   One entry per running catalog course, in CourseID order.
       01 CourseMax PIC 9(4) VALUE 1000.
       01 CourseCount PIC 9(4) VALUE ZERO.
       01 CourseTable.
           02 CourseEntry OCCURS 1000 TIMES.
               03 CtbCourseID PIC X(5).
               03 CtbMaxEnrollment PIC 9(3).
               03 CtbHistoryTotal PIC 9(7).
               03 CtbWaitlist PIC 9(5).
               03 CtbSections PIC 9(3).
               03 CtbSeats PIC 9(5).
       01 CourseIdx PIC 9(4) COMP VALUE ZERO.
       01 FoundCourseIdx PIC 9(4) COMP VALUE ZERO.
       01 LookupCourseID PIC X(5) VALUE SPACES.
       01 HistoryAvg PIC 9(5) VALUE ZERO.
       01 Projected PIC 9(5) VALUE ZERO.
       01 SectionSize PIC 9(3) VALUE ZERO.
       01 RecommendedSections PIC 9(3) VALUE ZERO.
       01 SectionChange PIC 9(3) VALUE ZERO.
       01 RowsRead PIC 9(7) COMP VALUE ZERO.
       01 ForecastsWritten PIC 9(7) COMP VALUE ZERO.
       01 CoursesIdle PIC 9(7) COMP VALUE ZERO.
       01 CoursesToAdd PIC 9(5) COMP VALUE ZERO.
       01 CoursesToClose PIC 9(5) COMP VALUE ZERO.
       01 TotalProjected PIC 9(7) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "SectionDemandFcst".
       01 ExceptionNumber PIC 9(4) VALUE 3208.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(29) VALUE "SECTION DEMAND FORECAST TERM ".
           02 RphPlanTerm PIC X(6).
           02 FILLER PIC X(14) VALUE "  SCHEDULE AS ".
           02 RphScheduleTerm PIC X(6).
           02 FILLER PIC X(9) VALUE "  HISTORY".
           02 RphTermCount PIC Z9.
           02 FILLER PIC X(6) VALUE " TERMS".
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "COURSE  HIST  WAIT  PROJ  SECT SEATS".
           02 FILLER PIC X(26) VALUE
               "  SIZE  NEED  RECOMMEND".
       01 DemandDetail.
           02 DmdCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DmdHistoryAvg PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DmdWaitlist PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DmdProjected PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DmdSections PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DmdSeats PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DmdSectionSize PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DmdRecommended PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DmdAction PIC X(6).
           02 DmdChange PIC ZZZ.
       01 DemandTotals.
           02 FILLER PIC X(18) VALUE "COURSES FORECAST: ".
           02 DmtForecast PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  ADD: ".
           02 DmtAdd PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  CLOSE: ".
           02 DmtClose PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  DEMAND: ".
           02 DmtProjected PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadDemandParm
           IF RunOk
               PERFORM FindPriorTerms
           END-IF
           IF RunOk
               PERFORM LoadCourses
               PERFORM CountHistoricEnrollments
               PERFORM CountWaitlistDepth
               PERFORM CountScheduledCapacity
               OPEN OUTPUT ForecastFile
               OPEN OUTPUT DemandReport
               MOVE PlanTerm TO RphPlanTerm
               MOVE ScheduleTerm TO RphScheduleTerm
               MOVE PriorTermCount TO RphTermCount
               MOVE ReportHeading TO DemandLine
               WRITE DemandLine
               MOVE ColumnHeading TO DemandLine
               WRITE DemandLine
               PERFORM ForecastOneCourse
                   VARYING CourseIdx FROM 1 BY 1
                   UNTIL CourseIdx > CourseCount
               MOVE SPACES TO DemandLine
               WRITE DemandLine
               MOVE ForecastsWritten TO DmtForecast
               MOVE CoursesToAdd TO DmtAdd
               MOVE CoursesToClose TO DmtClose
               MOVE TotalProjected TO DmtProjected
               MOVE DemandTotals TO DemandLine
               WRITE DemandLine
               CLOSE ForecastFile
               CLOSE DemandReport
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE CourseCount TO ReadForReport
           MOVE ForecastsWritten TO WrittenForReport
           MOVE CoursesIdle TO RejectedForReport
           MOVE TotalProjected TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadDemandParm.
           OPEN INPUT DemandParmFile
           IF DemandParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No DEMPARM - term to plan not named"
                   TO ExceptionText
           ELSE
               READ DemandParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty DEMPARM - term to plan not named"
                           TO ExceptionText
                   NOT AT END
                       MOVE DmpPlanTerm TO PlanTerm
                       MOVE DmpScheduleTerm TO ScheduleTerm
                       IF DmpYearsBack NUMERIC
                          AND DmpYearsBack > ZERO
                           MOVE DmpYearsBack TO YearsBack
                       END-IF
                       IF DmpSectionSize NUMERIC
                          AND DmpSectionSize > ZERO
                           MOVE DmpSectionSize TO DefaultSectionSize
                       END-IF
                       IF DmpWaitlistFrom NUMERIC
                           MOVE DmpWaitlistFrom TO WaitlistFrom
                       END-IF
               END-READ
               CLOSE DemandParmFile
           END-IF
           IF RunOk AND PlanTerm = SPACES
               MOVE "N" TO RunOkFlag
               MOVE "DEMPARM names no term to plan" TO ExceptionText
           END-IF
           IF ScheduleTerm = SPACES
               MOVE PlanTerm TO ScheduleTerm
           END-IF.

      *>   FindPriorTerms reads the planned term's start date, then
      *>   walks the whole calendar for terms starting in the same
      *>   month of one of the YearsBack years before it.
       FindPriorTerms.
           OPEN INPUT TermFile
           MOVE PlanTerm TO TrmTerm
           READ TermFile
               INVALID KEY
                   MOVE "N" TO RunOkFlag
                   MOVE "DEMPARM term to plan not on TERMCAL"
                       TO ExceptionText
               NOT INVALID KEY
                   MOVE TrmStartDate TO PlanTermStart
           END-READ
           IF RunOk
               SUBTRACT YearsBack FROM PlanStartYear
                   GIVING EarliestYear
               MOVE LOW-VALUES TO TrmTerm
               START TermFile KEY NOT LESS THAN TrmTerm
                   INVALID KEY MOVE "10" TO TermFileStatus
               END-START
               IF NOT TermAtEnd
                   PERFORM ReadNextTerm
               END-IF
               PERFORM TakeOnePriorTerm UNTIL TermAtEnd
           END-IF
           CLOSE TermFile.

       TakeOnePriorTerm.
           MOVE TrmStartDate TO CandidateStart
           IF CandidateMonth = PlanStartMonth
              AND CandidateYear < PlanStartYear
              AND CandidateYear NOT < EarliestYear
              AND PriorTermCount < PriorTermMax
               ADD 1 TO PriorTermCount
               MOVE TrmTerm TO PriorTerm(PriorTermCount)
           END-IF
           PERFORM ReadNextTerm.

       LoadCourses.
           OPEN INPUT CourseFile
           PERFORM ReadNextCourse
           PERFORM LoadOneCourse UNTIL CourseAtEnd
           CLOSE CourseFile.

       LoadOneCourse.
           IF NOT CourseCancelled AND CourseCount < CourseMax
               ADD 1 TO CourseCount
               MOVE CourseID OF CourseRec TO CtbCourseID(CourseCount)
               MOVE MaxEnrollment TO CtbMaxEnrollment(CourseCount)
               MOVE ZERO TO CtbHistoryTotal(CourseCount)
               MOVE ZERO TO CtbWaitlist(CourseCount)
               MOVE ZERO TO CtbSections(CourseCount)
               MOVE ZERO TO CtbSeats(CourseCount)
           END-IF
           PERFORM ReadNextCourse.

       CountHistoricEnrollments.
           IF PriorTermCount > ZERO
               OPEN INPUT EnrollmentFile
               PERFORM ReadNextEnrollment
               PERFORM CountOneEnrollment UNTIL EnrollmentAtEnd
               CLOSE EnrollmentFile
           END-IF.

       CountOneEnrollment.
           ADD 1 TO RowsRead
           IF NOT EnrTransferCredit
               MOVE "N" TO RowIsPriorFlag
               PERFORM MatchPriorTerm
                   VARYING PriorTermIdx FROM 1 BY 1
                   UNTIL PriorTermIdx > PriorTermCount OR RowIsPrior
               IF RowIsPrior
                   MOVE EnrCourseID TO LookupCourseID
                   PERFORM LocateCourse
                   IF FoundCourseIdx > ZERO
                       ADD 1 TO CtbHistoryTotal(FoundCourseIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextEnrollment.

       MatchPriorTerm.
           IF EnrTerm = PriorTerm(PriorTermIdx)
               MOVE "Y" TO RowIsPriorFlag
           END-IF.

       CountWaitlistDepth.
           OPEN INPUT WaitlistFile
           IF NOT WaitlistFileNotFound
               PERFORM ReadNextWaitlist
               PERFORM CountOneWaitlist UNTIL WaitlistAtEnd
               CLOSE WaitlistFile
           END-IF.

       CountOneWaitlist.
           MOVE WaitTimestamp(1:8) TO WaitDatePart
           IF WaitDatePart NOT < WaitlistFrom
               MOVE WaitCourseID TO LookupCourseID
               PERFORM LocateCourse
               IF FoundCourseIdx > ZERO
                   ADD 1 TO CtbWaitlist(FoundCourseIdx)
               END-IF
           END-IF
           PERFORM ReadNextWaitlist.

      *>   CountScheduledCapacity reads the whole section file - it
      *>   is keyed CourseID-major, so a term is spread through it.
       CountScheduledCapacity.
           OPEN INPUT SectionFile
           PERFORM ReadNextSection
           PERFORM CountOneSection UNTIL SectionAtEnd
           CLOSE SectionFile.

       CountOneSection.
           IF SecTerm = ScheduleTerm
               MOVE SecCourseID TO LookupCourseID
               PERFORM LocateCourse
               IF FoundCourseIdx > ZERO
                   ADD 1 TO CtbSections(FoundCourseIdx)
                   ADD SecMaxEnrollment TO CtbSeats(FoundCourseIdx)
               END-IF
           END-IF
           PERFORM ReadNextSection.

       LocateCourse.
           MOVE ZERO TO FoundCourseIdx
           PERFORM MatchOneCourse
               VARYING CourseIdx FROM 1 BY 1
               UNTIL CourseIdx > CourseCount OR FoundCourseIdx > ZERO.

       MatchOneCourse.
           IF CtbCourseID(CourseIdx) = LookupCourseID
               MOVE CourseIdx TO FoundCourseIdx
           END-IF.

      *>   ForecastOneCourse - a course with no history, no one
      *>   waiting and nothing scheduled has nothing to plan and is
      *>   left off. Seats per section are the scheduled average,
      *>   else the course's own cap, else the DEMPARM default.
       ForecastOneCourse.
           IF CtbHistoryTotal(CourseIdx) = ZERO
              AND CtbWaitlist(CourseIdx) = ZERO
              AND CtbSections(CourseIdx) = ZERO
               ADD 1 TO CoursesIdle
           ELSE
               MOVE ZERO TO HistoryAvg
               IF PriorTermCount > ZERO
                   COMPUTE HistoryAvg ROUNDED =
                       CtbHistoryTotal(CourseIdx) / PriorTermCount
               END-IF
               COMPUTE Projected = HistoryAvg + CtbWaitlist(CourseIdx)
               EVALUATE TRUE
                   WHEN CtbSections(CourseIdx) > ZERO
                       COMPUTE SectionSize ROUNDED =
                           CtbSeats(CourseIdx) / CtbSections(CourseIdx)
                   WHEN CtbMaxEnrollment(CourseIdx) > ZERO
                       MOVE CtbMaxEnrollment(CourseIdx) TO SectionSize
                   WHEN OTHER
                       MOVE DefaultSectionSize TO SectionSize
               END-EVALUATE
               IF SectionSize = ZERO
                   MOVE DefaultSectionSize TO SectionSize
               END-IF
               COMPUTE RecommendedSections =
                   (Projected + SectionSize - 1) / SectionSize
               PERFORM WriteForecast
           END-IF.

       WriteForecast.
           MOVE CtbCourseID(CourseIdx) TO DfcCourseID
           MOVE PlanTerm TO DfcTerm
           MOVE PriorTermCount TO DfcHistoryTerms
           MOVE HistoryAvg TO DfcHistoryAvg
           MOVE CtbWaitlist(CourseIdx) TO DfcWaitlist
           MOVE Projected TO DfcProjected
           MOVE CtbSections(CourseIdx) TO DfcScheduledSections
           MOVE CtbSeats(CourseIdx) TO DfcScheduledSeats
           MOVE SectionSize TO DfcSectionSize
           MOVE RecommendedSections TO DfcRecommendedSections
           MOVE ZERO TO SectionChange
           EVALUATE TRUE
               WHEN RecommendedSections > CtbSections(CourseIdx)
                   MOVE "A" TO DfcAction
                   MOVE "ADD" TO DmdAction
                   SUBTRACT CtbSections(CourseIdx)
                       FROM RecommendedSections GIVING SectionChange
                   ADD 1 TO CoursesToAdd
               WHEN RecommendedSections < CtbSections(CourseIdx)
                   MOVE "C" TO DfcAction
                   MOVE "CLOSE" TO DmdAction
                   SUBTRACT RecommendedSections
                       FROM CtbSections(CourseIdx) GIVING SectionChange
                   ADD 1 TO CoursesToClose
               WHEN OTHER
                   MOVE "H" TO DfcAction
                   MOVE "HOLD" TO DmdAction
           END-EVALUATE
           WRITE DemandForecastRec
           ADD 1 TO ForecastsWritten
           ADD Projected TO TotalProjected
           MOVE CtbCourseID(CourseIdx) TO DmdCourseID
           MOVE HistoryAvg TO DmdHistoryAvg
           MOVE CtbWaitlist(CourseIdx) TO DmdWaitlist
           MOVE Projected TO DmdProjected
           MOVE CtbSections(CourseIdx) TO DmdSections
           MOVE CtbSeats(CourseIdx) TO DmdSeats
           MOVE SectionSize TO DmdSectionSize
           MOVE RecommendedSections TO DmdRecommended
           MOVE SectionChange TO DmdChange
           MOVE DemandDetail TO DemandLine
           WRITE DemandLine.

       ReadNextCourse.
           READ CourseFile NEXT RECORD
               AT END MOVE "10" TO CourseFileStatus
           END-READ.

       ReadNextTerm.
           READ TermFile NEXT RECORD
               AT END MOVE "10" TO TermFileStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.

       ReadNextWaitlist.
           READ WaitlistFile
               AT END MOVE "10" TO WaitlistFileStatus
           END-READ.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.
