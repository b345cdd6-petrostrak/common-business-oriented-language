       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamTimetableGeneration.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Final examination timetable for one term, named on the
      *>   EXAMPARM card with the number of exam sessions a day
      *>   (1 to 3 - AM, PM, EV; blank means two). The exam period
      *>   comes off the term's TERMCAL row and is laid out as
      *>   slots on the business days BusinessDayCheck finds in it,
      *>   so no exam lands on a weekend or a HOLCAL holiday.
      *>   Every course with a section in the term and students
      *>   enrolled on ENROLDTL is examined. Two courses conflict
      *>   when any student is enrolled on both in the term; the
      *>   courses are placed largest first, each into the
      *>   earliest slot holding no course it conflicts with, so no
      *>   student sits two exams in one slot. A course that fits
      *>   no slot goes to the EXAMEXCP exception list for the
      *>   registrar to place by hand and the run ends RC=4. A
      *>   term examining more courses than the timetable holds is
      *>   refused whole (3240, RC=16) rather than timetabled with
      *>   courses missing.
      *>   Outputs are the printed EXAMTTBL timetable by slot and
      *>   the EXAMSCHD per-student schedule. Transfer-credit rows
      *>   sat their course elsewhere and take no exam here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExamParmFile ASSIGN TO "EXAMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExamParmStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT ExamScheduleFile ASSIGN TO "EXAMSCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TimetableReport ASSIGN TO "EXAMTTBL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionReport ASSIGN TO "EXAMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ExamParmFile.
       01 ExamParmRec.
           02 ExpTerm PIC X(6).
           02 ExpSessionsPerDay PIC X.
       FD TermFile.
       COPY TERMCAL.
       FD SectionFile.
       COPY CRSSECT.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD ExamScheduleFile.
       COPY EXAMSCHD.
       FD TimetableReport.
       01 TimetableLine PIC X(72).
       FD ExceptionReport.
       01 ExceptionLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 ExamParmStatus PIC XX VALUE "00".
           88 ExamParmNotFound VALUE "35".
       01 TermFileStatus PIC XX VALUE "00".
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 ExamTerm PIC X(6) VALUE SPACES.
       01 SessionsPerDay PIC 9 VALUE 2.
       01 SessionCodes PIC X(6) VALUE "AMPMEV".
       01 SessionIdx PIC 9 COMP VALUE ZERO.
      *>   BusinessDayCheck parameters.
       01 BdFunctionCode PIC X(4) VALUE "NEXT".
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
      *>   Exam slots - one per session of each business day in
      *>   the exam period.
       01 SlotMax PIC 9(3) VALUE 60.
       01 SlotCount PIC 9(3) VALUE ZERO.
       01 SlotTable.
           02 SlotEntry OCCURS 60 TIMES.
               03 SltExamDate PIC 9(8).
               03 SltSession PIC X(2).
       01 SlotIdx PIC 9(3) COMP VALUE ZERO.
       01 ExamDate PIC 9(8) VALUE ZERO.
      *>   Courses examined this term, and the conflict matrix -
      *>   cell (i, j) is Y when some student takes both course i
      *>   and course j.
       01 ExamCourseMax PIC 9(3) VALUE 300.
       01 ExamCourseCount PIC 9(3) VALUE ZERO.
       01 ExamCourseTable.
           02 ExamCourseEntry OCCURS 300 TIMES.
               03 XctCourseID PIC X(5).
               03 XctStudents PIC 9(5).
               03 XctSlot PIC 9(3).
               03 XctPicked PIC X.
       01 ConflictTable.
           02 ConflictRow OCCURS 300 TIMES.
               03 ConflictCell PIC X OCCURS 300 TIMES.
       01 SearchCourseID PIC X(5) VALUE SPACES.
       01 CourseIdx PIC 9(3) COMP VALUE ZERO.
       01 OtherIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundCourseIdx PIC 9(3) COMP VALUE ZERO.
       01 PickIdx PIC 9(3) COMP VALUE ZERO.
       01 PickStudents PIC 9(5) VALUE ZERO.
       01 PlaceRound PIC 9(3) COMP VALUE ZERO.
       01 SlotFreeFlag PIC X VALUE "N".
           88 SlotFree VALUE "Y".
      *>   One student's examined courses, gathered while the
      *>   student's enrollment rows stream past.
       01 HeldMax PIC 9(2) VALUE 20.
       01 HeldCount PIC 9(2) VALUE ZERO.
       01 HeldTable.
           02 HeldCourseIdx PIC 9(3) OCCURS 20 TIMES.
       01 HeldIdx PIC 9(2) COMP VALUE ZERO.
       01 HeldOtherIdx PIC 9(2) COMP VALUE ZERO.
       01 CurrentStudentId PIC 9(7) VALUE ZERO.
       01 CoursesPlaced PIC 9(5) COMP VALUE ZERO.
       01 CoursesUnplaced PIC 9(5) COMP VALUE ZERO.
       01 ScheduleRowsWritten PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "ExamTimetable".
       01 ExceptionNumber PIC 9(4) VALUE 3201.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 TimetableHeading.
           02 FILLER PIC X(32) VALUE
               "FINAL EXAMINATION TIMETABLE - ".
           02 HeadTerm PIC X(6).
       01 SlotHeading.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SlhExamDate PIC 9999/99/99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SlhSession PIC X(2).
       01 SlotDetail.
           02 FILLER PIC X(6) VALUE SPACES.
           02 SldCourseID PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 SldStudents PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " students".
       01 UnplacedDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UnpCourseID PIC X(5).
           02 FILLER PIC X(4) VALUE SPACES.
           02 UnpStudents PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE
               " students - no slot free of a clash".
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadExamParm
           IF RunOk
               PERFORM ReadExamPeriod
           END-IF
           IF RunOk
               PERFORM BuildExamSlots
               PERFORM LoadTermCourses
           END-IF
           IF RunOk
               PERFORM LoadStudentConflicts
               OPEN OUTPUT ExceptionReport
               MOVE "EXAM TIMETABLE EXCEPTIONS - COURSES NOT PLACED"
                   TO ExceptionLine
               WRITE ExceptionLine
               PERFORM PlaceNextCourse
                   VARYING PlaceRound FROM 1 BY 1
                   UNTIL PlaceRound > ExamCourseCount
               CLOSE ExceptionReport
               PERFORM PrintTimetable
               PERFORM WriteStudentSchedules
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE ExamCourseCount TO ReadForReport
           MOVE CoursesPlaced TO WrittenForReport
           MOVE CoursesUnplaced TO RejectedForReport
           MOVE ScheduleRowsWritten TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF RunOk AND CoursesUnplaced > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ReadExamParm.
           OPEN INPUT ExamParmFile
           IF ExamParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No EXAMPARM - exam term not named, run refused"
                   TO ExceptionText
           ELSE
               READ ExamParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty EXAMPARM - run refused"
                           TO ExceptionText
                   NOT AT END
                       MOVE ExpTerm TO ExamTerm
                       IF ExpSessionsPerDay = "1"
                          OR ExpSessionsPerDay = "2"
                          OR ExpSessionsPerDay = "3"
                           MOVE ExpSessionsPerDay TO SessionsPerDay
                       END-IF
               END-READ
               CLOSE ExamParmFile
           END-IF.

       ReadExamPeriod.
           OPEN INPUT TermFile
           MOVE ExamTerm TO TrmTerm
           READ TermFile
               INVALID KEY
                   MOVE "N" TO RunOkFlag
                   MOVE "Exam term not on TERMCAL - run refused"
                       TO ExceptionText
               NOT INVALID KEY
                   IF TrmExamStartDate = ZERO
                      OR TrmExamEndDate = ZERO
                       MOVE "N" TO RunOkFlag
                       MOVE "No exam period on TERMCAL - run refused"
                           TO ExceptionText
                   END-IF
           END-READ
           CLOSE TermFile.

      *>   BuildExamSlots steps through the exam period one business
      *>   day at a time - the first is the period's opening day or
      *>   the next business day after it - laying down the day's
      *>   sessions as slots.
       BuildExamSlots.
           MOVE TrmExamStartDate TO BdDateIn
           MOVE ZERO TO BdDaysWanted
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL
           MOVE BdDateOut TO ExamDate
           PERFORM AddOneExamDay
               UNTIL ExamDate > TrmExamEndDate
                  OR SlotCount NOT < SlotMax.

       AddOneExamDay.
           PERFORM AddOneSessionSlot
               VARYING SessionIdx FROM 1 BY 1
               UNTIL SessionIdx > SessionsPerDay
                  OR SlotCount NOT < SlotMax
           MOVE ExamDate TO BdDateIn
           MOVE 1 TO BdDaysWanted
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL
           MOVE BdDateOut TO ExamDate.

       AddOneSessionSlot.
           ADD 1 TO SlotCount
           MOVE ExamDate TO SltExamDate(SlotCount)
           MOVE SessionCodes(SessionIdx * 2 - 1:2)
               TO SltSession(SlotCount).

      *>   LoadTermCourses lists each course once however many
      *>   sections it runs in the term - a course sits one exam.
       LoadTermCourses.
           MOVE ALL "N" TO ConflictTable
           OPEN INPUT SectionFile
           PERFORM ReadNextSection
           PERFORM NoteOneSection UNTIL SectionAtEnd
           CLOSE SectionFile.

       NoteOneSection.
           IF SecTerm = ExamTerm
               MOVE SecCourseID TO SearchCourseID
               PERFORM FindExamCourse
               IF FoundCourseIdx = ZERO
                   PERFORM KeepExamCourse
               END-IF
           END-IF
           PERFORM ReadNextSection.

      *>   KeepExamCourse adds the course to the table; one course
      *>   too many refuses the run, since a timetable missing a
      *>   course would look complete.
       KeepExamCourse.
           IF ExamCourseCount < ExamCourseMax
               ADD 1 TO ExamCourseCount
               MOVE SecCourseID TO XctCourseID(ExamCourseCount)
               MOVE ZERO TO XctStudents(ExamCourseCount)
               MOVE ZERO TO XctSlot(ExamCourseCount)
               MOVE "N" TO XctPicked(ExamCourseCount)
           ELSE
               MOVE "N" TO RunOkFlag
               MOVE 3240 TO ExceptionNumber
               MOVE "S" TO ExceptionSeverity
               MOVE "More courses than the table holds - run refused"
                   TO ExceptionText
           END-IF.

      *>   FindExamCourse looks SearchCourseID up in the course
      *>   table.
       FindExamCourse.
           MOVE ZERO TO FoundCourseIdx
           PERFORM MatchOneExamCourse
               VARYING CourseIdx FROM 1 BY 1
               UNTIL CourseIdx > ExamCourseCount
                  OR FoundCourseIdx > ZERO.

       MatchOneExamCourse.
           IF XctCourseID(CourseIdx) = SearchCourseID
               MOVE CourseIdx TO FoundCourseIdx
           END-IF.

      *>   LoadStudentConflicts walks ENROLDTL in StudentId order,
      *>   gathering each student's examined courses for the term
      *>   and marking every pair of them as conflicting when the
      *>   student changes.
       LoadStudentConflicts.
           MOVE ZERO TO CurrentStudentId
           MOVE ZERO TO HeldCount
           OPEN INPUT EnrollmentFile
           PERFORM ReadNextEnrollment
           PERFORM NoteOneEnrollment UNTIL EnrollmentAtEnd
           PERFORM MarkStudentConflicts
           CLOSE EnrollmentFile.

       NoteOneEnrollment.
           IF EnrTerm = ExamTerm AND NOT EnrTransferCredit
               IF EnrStudentId NOT = CurrentStudentId
                   PERFORM MarkStudentConflicts
                   MOVE ZERO TO HeldCount
                   MOVE EnrStudentId TO CurrentStudentId
               END-IF
               MOVE EnrCourseID TO SearchCourseID
               PERFORM FindExamCourse
               IF FoundCourseIdx > ZERO
                   ADD 1 TO XctStudents(FoundCourseIdx)
                   IF HeldCount < HeldMax
                       ADD 1 TO HeldCount
                       MOVE FoundCourseIdx
                           TO HeldCourseIdx(HeldCount)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextEnrollment.

       MarkStudentConflicts.
           PERFORM MarkOneHeldCourse
               VARYING HeldIdx FROM 1 BY 1
               UNTIL HeldIdx > HeldCount.

       MarkOneHeldCourse.
           PERFORM MarkOneConflictPair
               VARYING HeldOtherIdx FROM 1 BY 1
               UNTIL HeldOtherIdx > HeldCount.

       MarkOneConflictPair.
           IF HeldOtherIdx NOT = HeldIdx
               MOVE "Y" TO ConflictCell(HeldCourseIdx(HeldIdx),
                                        HeldCourseIdx(HeldOtherIdx))
           END-IF.

      *>   PlaceNextCourse picks the largest course not yet placed
      *>   and puts it in the earliest slot none of its conflicting
      *>   courses already occupies. A course nobody is enrolled on
      *>   has no exam to sit and is passed over.
       PlaceNextCourse.
           MOVE ZERO TO PickIdx
           MOVE ZERO TO PickStudents
           PERFORM ConsiderOneCourse
               VARYING CourseIdx FROM 1 BY 1
               UNTIL CourseIdx > ExamCourseCount
           IF PickIdx > ZERO
               MOVE "Y" TO XctPicked(PickIdx)
               MOVE "N" TO SlotFreeFlag
               PERFORM TryOneSlot
                   VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > SlotCount OR SlotFree
               IF SlotFree
                   ADD 1 TO CoursesPlaced
               ELSE
                   ADD 1 TO CoursesUnplaced
                   MOVE XctCourseID(PickIdx) TO UnpCourseID
                   MOVE XctStudents(PickIdx) TO UnpStudents
                   MOVE UnplacedDetail TO ExceptionLine
                   WRITE ExceptionLine
               END-IF
           END-IF.

       ConsiderOneCourse.
           IF XctPicked(CourseIdx) = "N"
              AND XctStudents(CourseIdx) > PickStudents
               MOVE CourseIdx TO PickIdx
               MOVE XctStudents(CourseIdx) TO PickStudents
           END-IF.

       TryOneSlot.
           MOVE "Y" TO SlotFreeFlag
           PERFORM CheckOneSlotOccupant
               VARYING OtherIdx FROM 1 BY 1
               UNTIL OtherIdx > ExamCourseCount OR NOT SlotFree
           IF SlotFree
               MOVE SlotIdx TO XctSlot(PickIdx)
           END-IF.

       CheckOneSlotOccupant.
           IF XctSlot(OtherIdx) = SlotIdx
              AND ConflictCell(PickIdx, OtherIdx) = "Y"
               MOVE "N" TO SlotFreeFlag
           END-IF.

       PrintTimetable.
           OPEN OUTPUT TimetableReport
           MOVE ExamTerm TO HeadTerm
           MOVE TimetableHeading TO TimetableLine
           WRITE TimetableLine
           PERFORM PrintOneSlot
               VARYING SlotIdx FROM 1 BY 1
               UNTIL SlotIdx > SlotCount
           CLOSE TimetableReport.

       PrintOneSlot.
           MOVE SPACES TO TimetableLine
           WRITE TimetableLine
           MOVE SltExamDate(SlotIdx) TO SlhExamDate
           MOVE SltSession(SlotIdx) TO SlhSession
           MOVE SlotHeading TO TimetableLine
           WRITE TimetableLine
           PERFORM PrintOneSlotCourse
               VARYING CourseIdx FROM 1 BY 1
               UNTIL CourseIdx > ExamCourseCount.

       PrintOneSlotCourse.
           IF XctSlot(CourseIdx) = SlotIdx
               MOVE XctCourseID(CourseIdx) TO SldCourseID
               MOVE XctStudents(CourseIdx) TO SldStudents
               MOVE SlotDetail TO TimetableLine
               WRITE TimetableLine
           END-IF.

      *>   WriteStudentSchedules takes a second pass of ENROLDTL
      *>   and writes the student's row for every course that got
      *>   a slot.
       WriteStudentSchedules.
           OPEN OUTPUT ExamScheduleFile
           OPEN INPUT EnrollmentFile
           MOVE "00" TO EnrollmentFileStatus
           PERFORM ReadNextEnrollment
           PERFORM ScheduleOneEnrollment UNTIL EnrollmentAtEnd
           CLOSE EnrollmentFile
           CLOSE ExamScheduleFile.

       ScheduleOneEnrollment.
           IF EnrTerm = ExamTerm AND NOT EnrTransferCredit
               MOVE EnrCourseID TO SearchCourseID
               PERFORM FindExamCourse
               IF FoundCourseIdx > ZERO
                   IF XctSlot(FoundCourseIdx) > ZERO
                       MOVE XctSlot(FoundCourseIdx) TO SlotIdx
                       MOVE EnrStudentId TO ExsStudentId
                       MOVE EnrTerm TO ExsTerm
                       MOVE EnrCourseID TO ExsCourseID
                       MOVE EnrSectionNo TO ExsSectionNo
                       MOVE SltExamDate(SlotIdx) TO ExsExamDate
                       MOVE SltSession(SlotIdx) TO ExsSession
                       WRITE ExamScheduleRec
                       ADD 1 TO ScheduleRowsWritten
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextEnrollment.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.
