       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvaluationRatingReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Term-end course evaluation results for the term named on
      *>   the EVALPARM card. EVALRESP is read in section order and
      *>   each section prints its response count against the
      *>   students enrolled on it (our own ENROLDTL rows for the
      *>   course, term and section - transfer rows excluded), the
      *>   response rate, the mean of all answered ratings and the
      *>   mean for each of the eight questions; each course closes
      *>   with its roll-up line. A section with students enrolled
      *>   but no forms returned still prints, with no responses
      *>   against its enrolled count. A roll-up per instructor - the
      *>   SecInstructorId on CRSSECT - prints after the last
      *>   course. Any section whose overall mean falls below the
      *>   EVALPARM low-score threshold (3.00 when not given) is
      *>   also listed on EVALLOW for the department head.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EvaluationParmFile ASSIGN TO "EVALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EvaluationParmStatus.
           SELECT EvaluationFile ASSIGN TO "EVALRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EvaluationKey
               FILE STATUS IS EvaluationFileStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT RatingReport ASSIGN TO "EVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LowScoreReport ASSIGN TO "EVALLOW"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EvaluationParmFile.
       01 EvaluationParmRec.
           02 EvpTerm PIC X(6).
           02 EvpLowThreshold PIC 9V99.
       FD EvaluationFile.
       COPY EVALRESP.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD SectionFile.
       COPY CRSSECT.
       FD InstructorFile.
       COPY INSTRMS.
       FD RatingReport.
       01 RatingLine PIC X(72).
       FD LowScoreReport.
       01 LowScoreLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 EvaluationParmStatus PIC XX VALUE "00".
           88 EvaluationParmNotFound VALUE "35".
       01 EvaluationFileStatus PIC XX VALUE "00".
           88 EvaluationAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 SectionFileStatus PIC XX VALUE "00".
       01 InstructorFileStatus PIC XX VALUE "00".
           88 InstructorFileNotFound VALUE "35".
       01 InstructorFileOpenFlag PIC X VALUE "N".
           88 InstructorFileOpen VALUE "Y".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 ReportTerm PIC X(6) VALUE SPACES.
       01 LowThreshold PIC 9V99 VALUE 3.00.
      *>   Enrolled students per section this term, counted off
      *>   ENROLDTL before the responses are read, held in course
      *>   and section order so the sections no form came back for
      *>   can print in their place among the rest.
       01 EnrolledMax PIC 9(3) VALUE 500.
       01 EnrolledCount PIC 9(3) VALUE ZERO.
       01 EnrolledTable.
           02 EnrolledEntry OCCURS 500 TIMES.
               03 EntSectionKey.
                   04 EntCourseID PIC X(5).
                   04 EntSectionNo PIC 9(2).
               03 EntStudents PIC 9(5).
       01 EnrolledIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundEnrolledIdx PIC 9(3) COMP VALUE ZERO.
       01 EnrolledInsertIdx PIC 9(3) COMP VALUE ZERO.
       01 NextEnrolledIdx PIC 9(3) COMP VALUE 1.
       01 SilentDoneFlag PIC X VALUE "N".
           88 SilentDone VALUE "Y".
      *>   The section the form in hand belongs to, and the section
      *>   being started.
       01 FormSection.
           02 FmsCourseID PIC X(5).
           02 FmsSectionNo PIC 9(2).
       01 SectionWanted.
           02 SwdCourseID PIC X(5).
           02 SwdSectionNo PIC 9(2).
      *>   Instructor roll-up, held in InstructorId order.
       01 InstructorMax PIC 9(3) VALUE 200.
       01 InstructorCount PIC 9(3) VALUE ZERO.
       01 InstructorTable.
           02 InstructorEntry OCCURS 200 TIMES.
               03 IrtInstructorId PIC X(6).
               03 IrtSections PIC 9(3).
               03 IrtResponses PIC 9(5).
               03 IrtEnrolled PIC 9(5).
               03 IrtRatingTotal PIC 9(7).
               03 IrtRatingCount PIC 9(7).
       01 InstructorIdx PIC 9(3) COMP VALUE ZERO.
       01 InsertIdx PIC 9(3) COMP VALUE ZERO.
       01 ShiftIdx PIC 9(3) COMP VALUE ZERO.
       01 InstructorFoundFlag PIC X VALUE "N".
           88 InstructorFound VALUE "Y".
       01 SectionInstructorId PIC X(6) VALUE SPACES.
      *>   Accumulators - 1 the section in hand, 2 the course.
       01 RatingAccum.
           02 RatingAccumEntry OCCURS 2 TIMES.
               03 RacResponses PIC 9(5).
               03 RacEnrolled PIC 9(5).
               03 RacRatingTotal PIC 9(7).
               03 RacRatingCount PIC 9(7).
               03 RacQuestion OCCURS 8 TIMES.
                   04 RacQuestionTotal PIC 9(6).
                   04 RacQuestionCount PIC 9(5).
       01 RacIdx PIC 9 COMP VALUE ZERO.
       01 QuestionIdx PIC 9(2) COMP VALUE ZERO.
       01 SectionStartedFlag PIC X VALUE "N".
           88 SectionStarted VALUE "Y".
       01 CourseStartedFlag PIC X VALUE "N".
           88 CourseStarted VALUE "Y".
       01 CurrentCourseID PIC X(5) VALUE SPACES.
       01 CurrentSectionNo PIC 9(2) VALUE ZERO.
       01 MeanRating PIC 9V99 VALUE ZERO.
       01 QuestionMean PIC 9V9 VALUE ZERO.
       01 ResponseRatePct PIC 9(3)V9 VALUE ZERO.
       01 FormsRead PIC 9(7) COMP VALUE ZERO.
       01 SectionsReported PIC 9(7) COMP VALUE ZERO.
       01 SectionsLow PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "EvaluationRating".
       01 ExceptionNumber PIC 9(4) VALUE 3203.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE
               "COURSE EVALUATION RESULTS - ".
           02 HeadTerm PIC X(6).
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "  GROUP       RESP ENRL RATE%  MEAN".
           02 FILLER PIC X(32) VALUE
               "  Q1  Q2  Q3  Q4  Q5  Q6  Q7  Q8".
       01 RatingDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RtdLabel PIC X(11).
           02 RtdResponses PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RtdEnrolled PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RtdRatePct PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RtdMean PIC 9.99.
           02 RtdQuestionMeans.
               03 RtdQuestion OCCURS 8 TIMES.
                   04 RtdQuestionGap PIC X(1).
                   04 RtdQuestionMean PIC Z.9.
       01 SectionLabel.
           02 SclCourseID PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SclSectionNo PIC 9(2).
           02 FILLER PIC X(3) VALUE SPACES.
       01 CourseLabel.
           02 CrlCourseID PIC X(5).
           02 FILLER PIC X(6) VALUE " TOTAL".
       01 InstructorDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IndInstructorId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IndInstructorName PIC X(20).
           02 IndSections PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IndResponses PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IndEnrolled PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IndRatePct PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IndMean PIC 9.99.
       01 InstructorHeading.
           02 FILLER PIC X(36) VALUE
               "  INSTRUCTOR                    SECT".
           02 FILLER PIC X(24) VALUE
               "  RESP  ENRL RATE%  MEAN".
       01 LowScoreDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LowCourseID PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LowSectionNo PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LowInstructorId PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LowResponses PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " responses".
           02 FILLER PIC X(7) VALUE "  mean ".
           02 LowMean PIC 9.99.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadEvaluationParm
           IF RunOk
               PERFORM CountSectionEnrollments
               PERFORM ReportEvaluations
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE FormsRead TO ReadForReport
           MOVE SectionsReported TO WrittenForReport
           MOVE SectionsLow TO RejectedForReport
           MOVE FormsRead TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadEvaluationParm.
           OPEN INPUT EvaluationParmFile
           IF EvaluationParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No EVALPARM - report term not named, run refused"
                   TO ExceptionText
           ELSE
               READ EvaluationParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty EVALPARM - run refused"
                           TO ExceptionText
                   NOT AT END
                       MOVE EvpTerm TO ReportTerm
                       IF EvpLowThreshold NUMERIC
                          AND EvpLowThreshold > ZERO
                           MOVE EvpLowThreshold TO LowThreshold
                       END-IF
               END-READ
               CLOSE EvaluationParmFile
           END-IF.

       CountSectionEnrollments.
           OPEN INPUT EnrollmentFile
           PERFORM ReadNextEnrollment
           PERFORM CountOneEnrollment UNTIL EnrollmentAtEnd
           CLOSE EnrollmentFile.

       CountOneEnrollment.
           IF EnrTerm = ReportTerm AND NOT EnrTransferCredit
               MOVE EnrCourseID TO SclCourseID
               MOVE EnrSectionNo TO SclSectionNo
               PERFORM FindEnrolledEntry
               IF FoundEnrolledIdx = ZERO
                  AND EnrolledCount < EnrolledMax
                   MOVE EnrCourseID TO SwdCourseID
                   MOVE EnrSectionNo TO SwdSectionNo
                   PERFORM InsertEnrolledEntry
               END-IF
               IF FoundEnrolledIdx > ZERO
                   ADD 1 TO EntStudents(FoundEnrolledIdx)
               END-IF
           END-IF
           PERFORM ReadNextEnrollment.

      *>   InsertEnrolledEntry slots a new section in ahead of the
      *>   first one above it, the instructor roll-up's idiom.
       InsertEnrolledEntry.
           MOVE ZERO TO EnrolledInsertIdx
           PERFORM LocateEnrolledInsert
               VARYING EnrolledIdx FROM 1 BY 1
               UNTIL EnrolledIdx > EnrolledCount
                  OR EnrolledInsertIdx > ZERO
           IF EnrolledInsertIdx = ZERO
               COMPUTE EnrolledInsertIdx = EnrolledCount + 1
           ELSE
               PERFORM ShiftOneEnrolledEntry
                   VARYING EnrolledIdx FROM EnrolledCount BY -1
                   UNTIL EnrolledIdx < EnrolledInsertIdx
           END-IF
           ADD 1 TO EnrolledCount
           MOVE SectionWanted TO EntSectionKey(EnrolledInsertIdx)
           MOVE ZERO TO EntStudents(EnrolledInsertIdx)
           MOVE EnrolledInsertIdx TO FoundEnrolledIdx.

       LocateEnrolledInsert.
           IF EntSectionKey(EnrolledIdx) > SectionWanted
               MOVE EnrolledIdx TO EnrolledInsertIdx
           END-IF.

       ShiftOneEnrolledEntry.
           MOVE EnrolledEntry(EnrolledIdx)
               TO EnrolledEntry(EnrolledIdx + 1).

      *>   FindEnrolledEntry looks up the course and section in
      *>   SclCourseID/SclSectionNo.
       FindEnrolledEntry.
           MOVE ZERO TO FoundEnrolledIdx
           PERFORM MatchOneEnrolledEntry
               VARYING EnrolledIdx FROM 1 BY 1
               UNTIL EnrolledIdx > EnrolledCount
                  OR FoundEnrolledIdx > ZERO.

       MatchOneEnrolledEntry.
           IF EntCourseID(EnrolledIdx) = SclCourseID
              AND EntSectionNo(EnrolledIdx) = SclSectionNo
               MOVE EnrolledIdx TO FoundEnrolledIdx
           END-IF.

       ReportEvaluations.
           OPEN INPUT EvaluationFile
           OPEN INPUT SectionFile
           MOVE "Y" TO InstructorFileOpenFlag
           OPEN INPUT InstructorFile
           IF InstructorFileNotFound
               MOVE "N" TO InstructorFileOpenFlag
           END-IF
           OPEN OUTPUT RatingReport
           OPEN OUTPUT LowScoreReport
           MOVE ReportTerm TO HeadTerm
           MOVE ReportHeading TO RatingLine
           WRITE RatingLine
           MOVE ColumnHeading TO RatingLine
           WRITE RatingLine
           MOVE "LOW-SCORING SECTIONS FOR THE DEPARTMENT HEAD"
               TO LowScoreLine
           WRITE LowScoreLine
           PERFORM ReadNextEvaluation
           PERFORM TakeOneForm UNTIL EvaluationAtEnd
           MOVE HIGH-VALUES TO FormSection
           PERFORM ReportSilentSections
           IF SectionStarted
               PERFORM CloseSection
           END-IF
           IF CourseStarted
               PERFORM CloseCourse
           END-IF
           PERFORM PrintInstructorRollup
           CLOSE EvaluationFile
           CLOSE SectionFile
           IF InstructorFileOpen
               CLOSE InstructorFile
           END-IF
           CLOSE RatingReport
           CLOSE LowScoreReport.

       TakeOneForm.
           IF EvrTerm = ReportTerm
               ADD 1 TO FormsRead
               IF NOT SectionStarted
                  OR EvrCourseID NOT = CurrentCourseID
                  OR EvrSectionNo NOT = CurrentSectionNo
                   MOVE EvrCourseID TO FmsCourseID
                   MOVE EvrSectionNo TO FmsSectionNo
                   PERFORM ReportSilentSections
                   MOVE FormSection TO SectionWanted
                   PERFORM StartSection
               END-IF
               ADD 1 TO RacResponses(1)
               ADD 1 TO RacResponses(2)
               PERFORM AddOneRating
                   VARYING QuestionIdx FROM 1 BY 1
                   UNTIL QuestionIdx > 8
           END-IF
           PERFORM ReadNextEvaluation.

      *>   StartSection closes the section in hand, and its course
      *>   when the course changes, and opens SectionWanted.
       StartSection.
           IF SectionStarted
               PERFORM CloseSection
           END-IF
           IF CourseStarted AND SwdCourseID NOT = CurrentCourseID
               PERFORM CloseCourse
           END-IF
           IF NOT CourseStarted
               MOVE "Y" TO CourseStartedFlag
               MOVE 2 TO RacIdx
               PERFORM ClearAccum
           END-IF
           MOVE "Y" TO SectionStartedFlag
           MOVE SwdCourseID TO CurrentCourseID
           MOVE SwdSectionNo TO CurrentSectionNo
           MOVE 1 TO RacIdx
           PERFORM ClearAccum.

      *>   ReportSilentSections prints every enrolled section ahead
      *>   of FormSection that no form came back for, then steps
      *>   past FormSection's own entry - its forms print it.
       ReportSilentSections.
           MOVE "N" TO SilentDoneFlag
           PERFORM CheckNextSilentSection
           PERFORM ReportOneSilentSection UNTIL SilentDone
           IF NextEnrolledIdx NOT > EnrolledCount
               IF EntSectionKey(NextEnrolledIdx) = FormSection
                   ADD 1 TO NextEnrolledIdx
               END-IF
           END-IF.

       ReportOneSilentSection.
           MOVE EntSectionKey(NextEnrolledIdx) TO SectionWanted
           PERFORM StartSection
           PERFORM CloseSection
           ADD 1 TO NextEnrolledIdx
           PERFORM CheckNextSilentSection.

       CheckNextSilentSection.
           IF NextEnrolledIdx > EnrolledCount
               MOVE "Y" TO SilentDoneFlag
           ELSE
               IF EntSectionKey(NextEnrolledIdx) NOT < FormSection
                   MOVE "Y" TO SilentDoneFlag
               END-IF
           END-IF.

       ClearAccum.
           MOVE ZERO TO RacResponses(RacIdx)
           MOVE ZERO TO RacEnrolled(RacIdx)
           MOVE ZERO TO RacRatingTotal(RacIdx)
           MOVE ZERO TO RacRatingCount(RacIdx)
           PERFORM ClearOneQuestion
               VARYING QuestionIdx FROM 1 BY 1
               UNTIL QuestionIdx > 8.

       ClearOneQuestion.
           MOVE ZERO TO RacQuestionTotal(RacIdx, QuestionIdx)
           MOVE ZERO TO RacQuestionCount(RacIdx, QuestionIdx).

       AddOneRating.
           IF EvrRating(QuestionIdx) > ZERO
               PERFORM AddRatingToAccum
                   VARYING RacIdx FROM 1 BY 1
                   UNTIL RacIdx > 2
           END-IF.

       AddRatingToAccum.
           ADD EvrRating(QuestionIdx) TO RacRatingTotal(RacIdx)
           ADD 1 TO RacRatingCount(RacIdx)
           ADD EvrRating(QuestionIdx)
               TO RacQuestionTotal(RacIdx, QuestionIdx)
           ADD 1 TO RacQuestionCount(RacIdx, QuestionIdx).

      *>   CloseSection prints the section, lists it for the
      *>   department head when it scores low, and adds it to its
      *>   instructor's roll-up.
       CloseSection.
           MOVE "N" TO SectionStartedFlag
           MOVE CurrentCourseID TO SclCourseID
           MOVE CurrentSectionNo TO SclSectionNo
           PERFORM FindEnrolledEntry
           IF FoundEnrolledIdx > ZERO
               MOVE EntStudents(FoundEnrolledIdx) TO RacEnrolled(1)
               ADD EntStudents(FoundEnrolledIdx) TO RacEnrolled(2)
           END-IF
           MOVE SectionLabel TO RtdLabel
           MOVE 1 TO RacIdx
           PERFORM PrintAccumLine
           ADD 1 TO SectionsReported
           MOVE CurrentCourseID TO SecCourseID
           MOVE ReportTerm TO SecTerm
           MOVE CurrentSectionNo TO SecSectionNo
           READ SectionFile
               INVALID KEY
                   MOVE SPACES TO SectionInstructorId
               NOT INVALID KEY
                   MOVE SecInstructorId TO SectionInstructorId
           END-READ
           IF RacRatingCount(1) > ZERO AND MeanRating < LowThreshold
               ADD 1 TO SectionsLow
               MOVE CurrentCourseID TO LowCourseID
               MOVE CurrentSectionNo TO LowSectionNo
               MOVE SectionInstructorId TO LowInstructorId
               MOVE RacResponses(1) TO LowResponses
               MOVE MeanRating TO LowMean
               MOVE LowScoreDetail TO LowScoreLine
               WRITE LowScoreLine
           END-IF
           IF SectionInstructorId NOT = SPACES
               PERFORM AddToInstructorRollup
           END-IF.

       CloseCourse.
           MOVE "N" TO CourseStartedFlag
           MOVE CurrentCourseID TO CrlCourseID
           MOVE CourseLabel TO RtdLabel
           MOVE 2 TO RacIdx
           PERFORM PrintAccumLine
           MOVE SPACES TO RatingLine
           WRITE RatingLine.

       PrintAccumLine.
           MOVE RacResponses(RacIdx) TO RtdResponses
           MOVE RacEnrolled(RacIdx) TO RtdEnrolled
           IF RacEnrolled(RacIdx) > ZERO
               COMPUTE ResponseRatePct ROUNDED =
                       RacResponses(RacIdx) * 100
                       / RacEnrolled(RacIdx)
                   ON SIZE ERROR
                       MOVE 999.9 TO ResponseRatePct
               END-COMPUTE
           ELSE
               MOVE ZERO TO ResponseRatePct
           END-IF
           MOVE ResponseRatePct TO RtdRatePct
           IF RacRatingCount(RacIdx) > ZERO
               COMPUTE MeanRating ROUNDED =
                       RacRatingTotal(RacIdx) / RacRatingCount(RacIdx)
           ELSE
               MOVE ZERO TO MeanRating
           END-IF
           MOVE MeanRating TO RtdMean
           PERFORM FormatQuestionMean
               VARYING QuestionIdx FROM 1 BY 1
               UNTIL QuestionIdx > 8
           MOVE RatingDetail TO RatingLine
           WRITE RatingLine.

       FormatQuestionMean.
           MOVE SPACE TO RtdQuestionGap(QuestionIdx)
           IF RacQuestionCount(RacIdx, QuestionIdx) > ZERO
               COMPUTE QuestionMean ROUNDED =
                       RacQuestionTotal(RacIdx, QuestionIdx)
                       / RacQuestionCount(RacIdx, QuestionIdx)
           ELSE
               MOVE ZERO TO QuestionMean
           END-IF
           MOVE QuestionMean TO RtdQuestionMean(QuestionIdx).

      *>   The roll-up table is kept in InstructorId order: a new
      *>   instructor is slotted in ahead of the first id above it.
       AddToInstructorRollup.
           MOVE "N" TO InstructorFoundFlag
           MOVE ZERO TO InsertIdx
           PERFORM LocateInstructorEntry
               VARYING InstructorIdx FROM 1 BY 1
               UNTIL InstructorIdx > InstructorCount
                  OR InstructorFound
                  OR InsertIdx > ZERO
           IF InstructorFound
               MOVE ShiftIdx TO InstructorIdx
           END-IF
           IF NOT InstructorFound AND InstructorCount < InstructorMax
               IF InsertIdx = ZERO
                   COMPUTE InsertIdx = InstructorCount + 1
               ELSE
                   PERFORM ShiftOneInstructorEntry
                       VARYING ShiftIdx FROM InstructorCount BY -1
                       UNTIL ShiftIdx < InsertIdx
               END-IF
               ADD 1 TO InstructorCount
               MOVE InsertIdx TO InstructorIdx
               MOVE SectionInstructorId
                   TO IrtInstructorId(InstructorIdx)
               MOVE ZERO TO IrtSections(InstructorIdx)
               MOVE ZERO TO IrtResponses(InstructorIdx)
               MOVE ZERO TO IrtEnrolled(InstructorIdx)
               MOVE ZERO TO IrtRatingTotal(InstructorIdx)
               MOVE ZERO TO IrtRatingCount(InstructorIdx)
               MOVE "Y" TO InstructorFoundFlag
           END-IF
           IF InstructorFound
               ADD 1 TO IrtSections(InstructorIdx)
               ADD RacResponses(1) TO IrtResponses(InstructorIdx)
               ADD RacEnrolled(1) TO IrtEnrolled(InstructorIdx)
               ADD RacRatingTotal(1) TO IrtRatingTotal(InstructorIdx)
               ADD RacRatingCount(1) TO IrtRatingCount(InstructorIdx)
           END-IF.

      *>   The VARYING steps InstructorIdx on past a hit, so the
      *>   hit's position is kept in ShiftIdx for the caller.
       LocateInstructorEntry.
           IF IrtInstructorId(InstructorIdx) = SectionInstructorId
               MOVE "Y" TO InstructorFoundFlag
               MOVE InstructorIdx TO ShiftIdx
           ELSE
               IF IrtInstructorId(InstructorIdx) > SectionInstructorId
                   MOVE InstructorIdx TO InsertIdx
               END-IF
           END-IF.

       ShiftOneInstructorEntry.
           MOVE InstructorEntry(ShiftIdx)
               TO InstructorEntry(ShiftIdx + 1).

       PrintInstructorRollup.
           MOVE SPACES TO RatingLine
           WRITE RatingLine
           MOVE "RESULTS BY INSTRUCTOR" TO RatingLine
           WRITE RatingLine
           MOVE InstructorHeading TO RatingLine
           WRITE RatingLine
           PERFORM PrintOneInstructor
               VARYING InstructorIdx FROM 1 BY 1
               UNTIL InstructorIdx > InstructorCount.

       PrintOneInstructor.
           MOVE IrtInstructorId(InstructorIdx) TO IndInstructorId
           MOVE "NOT ON INSTRMS" TO IndInstructorName
           IF InstructorFileOpen
               MOVE IrtInstructorId(InstructorIdx) TO InsInstructorId
               READ InstructorFile
                   NOT INVALID KEY
                       MOVE InsInstructorName TO IndInstructorName
               END-READ
           END-IF
           MOVE IrtSections(InstructorIdx) TO IndSections
           MOVE IrtResponses(InstructorIdx) TO IndResponses
           MOVE IrtEnrolled(InstructorIdx) TO IndEnrolled
           IF IrtEnrolled(InstructorIdx) > ZERO
               COMPUTE ResponseRatePct ROUNDED =
                       IrtResponses(InstructorIdx) * 100
                       / IrtEnrolled(InstructorIdx)
                   ON SIZE ERROR
                       MOVE 999.9 TO ResponseRatePct
               END-COMPUTE
           ELSE
               MOVE ZERO TO ResponseRatePct
           END-IF
           MOVE ResponseRatePct TO IndRatePct
           IF IrtRatingCount(InstructorIdx) > ZERO
               COMPUTE MeanRating ROUNDED =
                       IrtRatingTotal(InstructorIdx)
                       / IrtRatingCount(InstructorIdx)
           ELSE
               MOVE ZERO TO MeanRating
           END-IF
           MOVE MeanRating TO IndMean
           MOVE InstructorDetail TO RatingLine
           WRITE RatingLine.

       ReadNextEvaluation.
           READ EvaluationFile NEXT RECORD
               AT END MOVE "10" TO EvaluationFileStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.
