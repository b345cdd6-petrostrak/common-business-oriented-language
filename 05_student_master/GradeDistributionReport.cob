       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeDistributionReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Grade distribution and grade-inflation evidence for the
      *>   academic board. For the term named on the GRDPARM card
      *>   every course prints one line per section with its count
      *>   of graded students, the share of grades in each band
      *>   (A 3.50 and up, B 2.50, C 1.50, D 1.00, F below), the
      *>   mean grade and the share of top (A band) grades, under a
      *>   line giving the same figures for all of the course's
      *>   earlier terms on ENROLDTL and over a line for the course
      *>   as a whole this term. The course norm is the earlier
      *>   terms' mean - this term's course mean when the course
      *>   has no history - and a section whose mean is further
      *>   from the norm than the GRDPARM deviation (0.50 when not
      *>   given) is flagged. Terms are put in order by their
      *>   TERMCAL start dates, falling back to the term code for a
      *>   term not on the calendar. Transfer-credit rows were
      *>   graded elsewhere and ungraded rows are still waiting;
      *>   neither is counted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GradeParmFile ASSIGN TO "GRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeParmStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT DistributionReport ASSIGN TO "GRADEDST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GradeSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD GradeParmFile.
       01 GradeParmRec.
           02 GdpTerm PIC X(6).
           02 GdpFlagDeviation PIC 9V99.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD TermFile.
       COPY TERMCAL.
       FD DistributionReport.
       01 DistributionLine PIC X(72).
       SD GradeSortFile.
       01 GradeSortRec.
           02 SrtCourseID PIC X(5).
           02 SrtPeriod PIC X.
               88 SrtPriorTerm VALUE "1".
               88 SrtReportTerm VALUE "2".
           02 SrtSectionNo PIC 9(2).
           02 SrtGrade PIC 9V99.
       WORKING-STORAGE SECTION.
       01 GradeParmStatus PIC XX VALUE "00".
           88 GradeParmNotFound VALUE "35".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermFileNotFound VALUE "35".
       01 TermFileOpenFlag PIC X VALUE "N".
           88 TermFileOpen VALUE "Y".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 ReportTerm PIC X(6) VALUE SPACES.
       01 ReportTermStart PIC 9(8) VALUE ZERO.
       01 FlagDeviation PIC 9V99 VALUE 0.50.
      *>   The last term looked up on TERMCAL, kept because the
      *>   detail is read student-major and terms repeat.
       01 LookupTerm PIC X(6) VALUE SPACES.
       01 LookupTermStart PIC 9(8) VALUE ZERO.
       01 RowIsPriorFlag PIC X VALUE "N".
           88 RowIsPrior VALUE "Y".
       01 CurrentCourseID PIC X(5) VALUE SPACES.
       01 CourseStartedFlag PIC X VALUE "N".
           88 CourseStarted VALUE "Y".
      *>   Grade accumulators - entry 1 is the course's earlier
      *>   terms, entry 2 the course this term, the rest one per
      *>   section this term.
       01 AccumMax PIC 9(2) VALUE 42.
       01 AccumCount PIC 9(2) VALUE ZERO.
       01 AccumTable.
           02 AccumEntry OCCURS 42 TIMES.
               03 AccSectionNo PIC 9(2).
               03 AccGraded PIC 9(5).
               03 AccGradeTotal PIC 9(7)V99.
               03 AccBandCount PIC 9(5) OCCURS 5 TIMES.
       01 AccIdx PIC 9(2) COMP VALUE ZERO.
       01 BandIdx PIC 9 COMP VALUE ZERO.
       01 GradeBand PIC 9 VALUE ZERO.
       01 SectionAccIdx PIC 9(2) COMP VALUE ZERO.
       01 MeanGrade PIC 9V99 VALUE ZERO.
       01 CourseNorm PIC 9V99 VALUE ZERO.
       01 NormDifference PIC S9V99 VALUE ZERO.
       01 AbsDifference PIC 9V99 VALUE ZERO.
       01 BandPct PIC 9(3) VALUE ZERO.
       01 TopPct PIC 9(3)V9 VALUE ZERO.
       01 RowsRead PIC 9(7) COMP VALUE ZERO.
       01 GradesCounted PIC 9(7) COMP VALUE ZERO.
       01 SectionsPrinted PIC 9(7) COMP VALUE ZERO.
       01 SectionsFlagged PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "GradeDistribution".
       01 ExceptionNumber PIC 9(4) VALUE 3202.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(29) VALUE
               "GRADE DISTRIBUTION - TERM ".
           02 HeadTerm PIC X(6).
           02 FILLER PIC X(18) VALUE "   FLAG DEVIATION ".
           02 HeadDeviation PIC 9.99.
       01 ColumnHeading.
           02 FILLER PIC X(38) VALUE
               "  GROUP         N   A%  B%  C%  D%  F%".
           02 FILLER PIC X(26) VALUE
               "  MEAN  +/-NORM  TOP% FLAG".
       01 CourseHeading.
           02 FILLER PIC X(7) VALUE "COURSE ".
           02 HeadCourseID PIC X(5).
       01 DistributionDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DstLabel PIC X(11).
           02 DstGraded PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstBandA PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstBandB PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstBandC PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstBandD PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstBandF PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DstMean PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DstDifference PIC +9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DstTopPct PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DstFlag PIC X(10).
       01 SectionLabel.
           02 FILLER PIC X(8) VALUE "SECTION ".
           02 SclSectionNo PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadGradeParm
           IF RunOk
               SORT GradeSortFile
                   ON ASCENDING KEY SrtCourseID
                                    SrtPeriod
                                    SrtSectionNo
                   INPUT PROCEDURE IS CollectGrades
                   OUTPUT PROCEDURE IS PrintDistribution
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE RowsRead TO ReadForReport
           MOVE SectionsPrinted TO WrittenForReport
           MOVE SectionsFlagged TO RejectedForReport
           MOVE GradesCounted TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadGradeParm.
           OPEN INPUT GradeParmFile
           IF GradeParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No GRDPARM - report term not named, run refused"
                   TO ExceptionText
           ELSE
               READ GradeParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty GRDPARM - run refused"
                           TO ExceptionText
                   NOT AT END
                       MOVE GdpTerm TO ReportTerm
                       IF GdpFlagDeviation NUMERIC
                          AND GdpFlagDeviation > ZERO
                           MOVE GdpFlagDeviation TO FlagDeviation
                       END-IF
               END-READ
               CLOSE GradeParmFile
           END-IF.

      *>   CollectGrades releases every graded row of our own
      *>   coursework that is either in the report term or in an
      *>   earlier one; later terms play no part.
       CollectGrades.
           MOVE "Y" TO TermFileOpenFlag
           OPEN INPUT TermFile
           IF TermFileNotFound
               MOVE "N" TO TermFileOpenFlag
           END-IF
           MOVE ReportTerm TO LookupTerm
           PERFORM FindTermStart
           MOVE LookupTermStart TO ReportTermStart
           OPEN INPUT EnrollmentFile
           PERFORM ReadNextEnrollment
           PERFORM ReleaseOneGrade UNTIL EnrollmentAtEnd
           CLOSE EnrollmentFile
           IF TermFileOpen
               CLOSE TermFile
           END-IF.

       ReleaseOneGrade.
           ADD 1 TO RowsRead
           IF EnrGrade > ZERO AND NOT EnrTransferCredit
               IF EnrTerm = ReportTerm
                   MOVE "2" TO SrtPeriod
                   PERFORM ReleaseGradeRow
               ELSE
                   PERFORM CheckTermIsPrior
                   IF RowIsPrior
                       MOVE "1" TO SrtPeriod
                       PERFORM ReleaseGradeRow
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextEnrollment.

       ReleaseGradeRow.
           MOVE EnrCourseID TO SrtCourseID
           MOVE EnrSectionNo TO SrtSectionNo
           MOVE EnrGrade TO SrtGrade
           IF SrtPriorTerm
               MOVE ZERO TO SrtSectionNo
           END-IF
           RELEASE GradeSortRec
           ADD 1 TO GradesCounted.

      *>   A term is earlier than the report term when it starts
      *>   before it on TERMCAL; when either term is missing from
      *>   the calendar the term codes are compared instead. Rows
      *>   from before term coding (blank term) count as history.
       CheckTermIsPrior.
           MOVE "N" TO RowIsPriorFlag
           IF EnrTerm = SPACES
               MOVE "Y" TO RowIsPriorFlag
           ELSE
               IF EnrTerm NOT = LookupTerm
                   MOVE EnrTerm TO LookupTerm
                   PERFORM FindTermStart
               END-IF
               IF LookupTermStart > ZERO AND ReportTermStart > ZERO
                   IF LookupTermStart < ReportTermStart
                       MOVE "Y" TO RowIsPriorFlag
                   END-IF
               ELSE
                   IF EnrTerm < ReportTerm
                       MOVE "Y" TO RowIsPriorFlag
                   END-IF
               END-IF
           END-IF.

       FindTermStart.
           MOVE ZERO TO LookupTermStart
           IF TermFileOpen
               MOVE LookupTerm TO TrmTerm
               READ TermFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TrmStartDate TO LookupTermStart
               END-READ
           END-IF.

       PrintDistribution.
           OPEN OUTPUT DistributionReport
           MOVE ReportTerm TO HeadTerm
           MOVE FlagDeviation TO HeadDeviation
           MOVE ReportHeading TO DistributionLine
           WRITE DistributionLine
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneSortedGrade UNTIL SortReturnAtEnd
           IF CourseStarted
               PERFORM PrintOneCourse
           END-IF
           CLOSE DistributionReport.

       ReturnOneSortedGrade.
           RETURN GradeSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM TakeOneGrade
           END-RETURN.

       TakeOneGrade.
           IF CourseStarted AND SrtCourseID NOT = CurrentCourseID
               PERFORM PrintOneCourse
           END-IF
           IF NOT CourseStarted
               PERFORM StartCourse
           END-IF
           PERFORM FindGradeBand
           IF SrtPriorTerm
               MOVE 1 TO AccIdx
               PERFORM AddGradeToAccum
           ELSE
               MOVE 2 TO AccIdx
               PERFORM AddGradeToAccum
               PERFORM FindSectionAccum
               IF SectionAccIdx > ZERO
                   MOVE SectionAccIdx TO AccIdx
                   PERFORM AddGradeToAccum
               END-IF
           END-IF.

       StartCourse.
           MOVE "Y" TO CourseStartedFlag
           MOVE SrtCourseID TO CurrentCourseID
           MOVE 2 TO AccumCount
           PERFORM ClearOneAccum
               VARYING AccIdx FROM 1 BY 1
               UNTIL AccIdx > AccumMax.

       ClearOneAccum.
           MOVE ZERO TO AccSectionNo(AccIdx)
           MOVE ZERO TO AccGraded(AccIdx)
           MOVE ZERO TO AccGradeTotal(AccIdx)
           PERFORM ClearOneBand
               VARYING BandIdx FROM 1 BY 1
               UNTIL BandIdx > 5.

       ClearOneBand.
           MOVE ZERO TO AccBandCount(AccIdx, BandIdx).

       FindGradeBand.
           EVALUATE TRUE
               WHEN SrtGrade NOT < 3.50
                   MOVE 1 TO GradeBand
               WHEN SrtGrade NOT < 2.50
                   MOVE 2 TO GradeBand
               WHEN SrtGrade NOT < 1.50
                   MOVE 3 TO GradeBand
               WHEN SrtGrade NOT < 1.00
                   MOVE 4 TO GradeBand
               WHEN OTHER
                   MOVE 5 TO GradeBand
           END-EVALUATE.

       AddGradeToAccum.
           ADD 1 TO AccGraded(AccIdx)
           ADD SrtGrade TO AccGradeTotal(AccIdx)
           ADD 1 TO AccBandCount(AccIdx, GradeBand).

      *>   Sections arrive in order, so the section in hand is
      *>   always the last entry; a course with more sections than
      *>   the table holds folds the excess into the course line
      *>   only.
       FindSectionAccum.
           MOVE ZERO TO SectionAccIdx
           IF AccumCount > 2
              AND AccSectionNo(AccumCount) = SrtSectionNo
               MOVE AccumCount TO SectionAccIdx
           ELSE
               IF AccumCount < AccumMax
                   ADD 1 TO AccumCount
                   MOVE SrtSectionNo TO AccSectionNo(AccumCount)
                   MOVE AccumCount TO SectionAccIdx
               END-IF
           END-IF.

      *>   PrintOneCourse settles the course norm, then prints the
      *>   history line, each section and the course total. A
      *>   course with history but nothing graded this term is not
      *>   on the term's report.
       PrintOneCourse.
           MOVE "N" TO CourseStartedFlag
           IF AccGraded(2) > ZERO
               PERFORM PrintCourseBlock
           END-IF.

       PrintCourseBlock.
           IF AccGraded(1) > ZERO
               COMPUTE CourseNorm ROUNDED =
                       AccGradeTotal(1) / AccGraded(1)
           ELSE
               COMPUTE CourseNorm ROUNDED =
                       AccGradeTotal(2) / AccGraded(2)
           END-IF
           MOVE SPACES TO DistributionLine
           WRITE DistributionLine
           MOVE CurrentCourseID TO HeadCourseID
           MOVE CourseHeading TO DistributionLine
           WRITE DistributionLine
           MOVE ColumnHeading TO DistributionLine
           WRITE DistributionLine
           IF AccGraded(1) > ZERO
               MOVE 1 TO AccIdx
               MOVE "PRIOR TERMS" TO DstLabel
               PERFORM PrintAccumLine
           ELSE
               MOVE "  No grades in earlier terms - norm is this term"
                   TO DistributionLine
               WRITE DistributionLine
           END-IF
           PERFORM PrintSectionLine
               VARYING AccIdx FROM 3 BY 1
               UNTIL AccIdx > AccumCount
           MOVE 2 TO AccIdx
           MOVE "THIS TERM" TO DstLabel
           PERFORM PrintAccumLine.

       PrintSectionLine.
           MOVE AccSectionNo(AccIdx) TO SclSectionNo
           MOVE SectionLabel TO DstLabel
           PERFORM PrintAccumLine
           ADD 1 TO SectionsPrinted.

       PrintAccumLine.
           MOVE AccGraded(AccIdx) TO DstGraded
           MOVE 1 TO BandIdx
           PERFORM ComputeBandPct
           MOVE BandPct TO DstBandA
           MOVE 2 TO BandIdx
           PERFORM ComputeBandPct
           MOVE BandPct TO DstBandB
           MOVE 3 TO BandIdx
           PERFORM ComputeBandPct
           MOVE BandPct TO DstBandC
           MOVE 4 TO BandIdx
           PERFORM ComputeBandPct
           MOVE BandPct TO DstBandD
           MOVE 5 TO BandIdx
           PERFORM ComputeBandPct
           MOVE BandPct TO DstBandF
           COMPUTE MeanGrade ROUNDED =
                   AccGradeTotal(AccIdx) / AccGraded(AccIdx)
           MOVE MeanGrade TO DstMean
           COMPUTE TopPct ROUNDED =
                   AccBandCount(AccIdx, 1) * 100 / AccGraded(AccIdx)
           MOVE TopPct TO DstTopPct
           COMPUTE NormDifference = MeanGrade - CourseNorm
           MOVE NormDifference TO DstDifference
           MOVE SPACES TO DstFlag
           IF AccIdx > 2
               IF NormDifference < ZERO
                   COMPUTE AbsDifference = ZERO - NormDifference
               ELSE
                   MOVE NormDifference TO AbsDifference
               END-IF
               IF AbsDifference > FlagDeviation
                   ADD 1 TO SectionsFlagged
                   IF NormDifference > ZERO
                       MOVE "ABOVE NORM" TO DstFlag
                   ELSE
                       MOVE "BELOW NORM" TO DstFlag
                   END-IF
               END-IF
           END-IF
           MOVE DistributionDetail TO DistributionLine
           WRITE DistributionLine.

       ComputeBandPct.
           COMPUTE BandPct ROUNDED =
                   AccBandCount(AccIdx, BandIdx) * 100
                   / AccGraded(AccIdx).

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.
