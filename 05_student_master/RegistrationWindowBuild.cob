       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrationWindowBuild.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Registration priority windows. Before enrollment opens for
      *>   a term the registrar runs this to give every active
      *>   student an earliest enrollment date and time on REGWIN,
      *>   so final-year students needing a course to graduate are
      *>   not beaten to the seat by whoever keys first. Credits
      *>   earned are totalled the graduation audit's way - every
      *>   graded ENROLDTL row plus every transfer credit row at its
      *>   catalog Credits - and the total places the student in a
      *>   class standing whose window the REGWPARM card sets:
      *>   the term, then four bands senior, junior, sophomore and
      *>   first year, each a minimum credit figure, an opening date
      *>   and an opening time (HHMM). A zero minimum on an upper
      *>   band takes the standard 90/60/30 break; the first-year
      *>   band takes everyone left. StudentEnrollUpdate holds back
      *>   a new enrollment that arrives before its window opens.
      *>   A rerun for the same term rebuilds the windows in place.
      *>   The REGWRPT report lists the windows assigned, cohort by
      *>   cohort, with a count for each.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WindowParmFile ASSIGN TO "REGWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WindowParmStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT CourseFile ASSIGN TO "COURSEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CourseID OF CourseRec
               FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT WindowFile ASSIGN TO "REGWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegWindowKey
               FILE STATUS IS WindowFileStatus.
           SELECT WindowReport ASSIGN TO "REGWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WindowSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD WindowParmFile.
       01 WindowParmRec.
           02 RwpTerm PIC X(6).
           02 RwpBand OCCURS 4 TIMES.
               03 RwpMinCredits PIC 9(3).
               03 RwpOpenDate PIC 9(8).
               03 RwpOpenTime PIC 9(4).
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD CourseFile.
       COPY COURSEREC.
       FD TermFile.
       COPY TERMCAL.
       FD WindowFile.
       COPY REGWIN.
       FD WindowReport.
       01 WindowLine PIC X(72).
       SD WindowSortFile.
       01 WindowSortRec.
           02 SrtBandNo PIC 9.
           02 SrtSurname PIC X(12).
           02 SrtForename PIC X(9).
           02 SrtStudentId PIC 9(7).
           02 SrtCredits PIC 9(4).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 WindowParmStatus PIC XX VALUE "00".
           88 WindowParmNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 MasterAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
       01 WindowFileStatus PIC XX VALUE "00".
           88 WindowFileNotFound VALUE "35".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 WindowTerm PIC X(6) VALUE SPACES.
      *>   The four standings, senior first. The minimum credit
      *>   figures below are the registrar's standard breaks, used
      *>   where the parm card leaves a band's minimum at zero.
       01 BandTable.
           02 BandEntry OCCURS 4 TIMES.
               03 BandStanding PIC XX.
               03 BandTitle PIC X(10).
               03 BandMinCredits PIC 9(3).
               03 BandOpenDate PIC 9(8).
               03 BandOpenTime PIC 9(4).
               03 BandCount PIC 9(5) COMP.
       01 BandIdx PIC 9 COMP VALUE ZERO.
       01 StudentBandNo PIC 9 VALUE ZERO.
       01 CurrentBandNo PIC 9 VALUE ZERO.
       01 CompletedCredits PIC 9(4) VALUE ZERO.
       01 StudentsRead PIC 9(7) COMP VALUE ZERO.
       01 WindowsWritten PIC 9(7) COMP VALUE ZERO.
       01 StudentsPassed PIC 9(7) COMP VALUE ZERO.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 ProgramNameLiteral PIC X(20) VALUE "RegWindowBuild".
       01 ExceptionNumber PIC 9(4) VALUE 3207.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 WindowHeading.
           02 FILLER PIC X(30) VALUE "REGISTRATION WINDOWS FOR TERM ".
           02 WnhTerm PIC X(6).
           02 FILLER PIC X(8) VALUE "  BUILT ".
           02 WnhDate PIC 9(8).
       01 CohortHeading.
           02 FILLER PIC X(7) VALUE "COHORT ".
           02 CohStanding PIC XX.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CohTitle PIC X(10).
           02 FILLER PIC X(14) VALUE "  OPENS DATE: ".
           02 CohOpenDate PIC 9(8).
           02 FILLER PIC X(7) VALUE " TIME: ".
           02 CohOpenTime PIC 9(4).
           02 FILLER PIC X(12) VALUE "  MIN CREDS ".
           02 CohMinCredits PIC ZZ9.
       01 WindowDetailLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WndStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WndSurname PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WndForename PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WndCredits PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WndOpenDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WndOpenTime PIC 9(4).
       01 CohortTotalLine.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "STUDENTS IN COHORT".
           02 FILLER PIC X(2) VALUE SPACES.
           02 CtlCount PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadStandardBands
           PERFORM ReadWindowParm
           IF RunOk
               PERFORM ProveWindowTerm
           END-IF
           IF RunOk
               PERFORM OpenWindowFile
               OPEN INPUT StudentMasterFile
               OPEN INPUT EnrollmentFile
               OPEN INPUT CourseFile
               OPEN OUTPUT WindowReport
               MOVE WindowTerm TO WnhTerm
               MOVE TodayYYYYMMDD TO WnhDate
               MOVE WindowHeading TO WindowLine
               WRITE WindowLine
               SORT WindowSortFile
                   ON ASCENDING KEY SrtBandNo
                                    SrtSurname
                                    SrtForename
                                    SrtStudentId
                   INPUT PROCEDURE IS AssignStudentWindows
                   OUTPUT PROCEDURE IS PrintCohortWindows
               CLOSE StudentMasterFile
               CLOSE EnrollmentFile
               CLOSE CourseFile
               CLOSE WindowFile
               CLOSE WindowReport
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE StudentsRead TO ReadForReport
           MOVE WindowsWritten TO WrittenForReport
           MOVE StudentsPassed TO RejectedForReport
           MOVE WindowsWritten TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       LoadStandardBands.
           MOVE "SR" TO BandStanding(1)
           MOVE "SENIOR" TO BandTitle(1)
           MOVE 90 TO BandMinCredits(1)
           MOVE "JR" TO BandStanding(2)
           MOVE "JUNIOR" TO BandTitle(2)
           MOVE 60 TO BandMinCredits(2)
           MOVE "SO" TO BandStanding(3)
           MOVE "SOPHOMORE" TO BandTitle(3)
           MOVE 30 TO BandMinCredits(3)
           MOVE "FR" TO BandStanding(4)
           MOVE "FIRST YEAR" TO BandTitle(4)
           MOVE ZERO TO BandMinCredits(4).

      *>   ReadWindowParm takes the term and the four bands. Every
      *>   band must carry an opening date, and the bands must open
      *>   in standing order - a junior window opening ahead of the
      *>   senior one is a keying slip, not a policy.
       ReadWindowParm.
           OPEN INPUT WindowParmFile
           IF WindowParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No REGWPARM - windows cannot be set"
                   TO ExceptionText
           ELSE
               READ WindowParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty REGWPARM - windows cannot be set"
                           TO ExceptionText
                   NOT AT END
                       MOVE RwpTerm TO WindowTerm
                       PERFORM TakeOneParmBand
                           VARYING BandIdx FROM 1 BY 1
                           UNTIL BandIdx > 4
               END-READ
               CLOSE WindowParmFile
           END-IF
           IF RunOk AND WindowTerm = SPACES
               MOVE "N" TO RunOkFlag
               MOVE "REGWPARM names no term" TO ExceptionText
           END-IF
           IF RunOk
               PERFORM CheckBandOrder
                   VARYING BandIdx FROM 1 BY 1
                   UNTIL BandIdx > 4 OR NOT RunOk
           END-IF.

       TakeOneParmBand.
           IF BandIdx < 4
              AND RwpMinCredits(BandIdx) NUMERIC
              AND RwpMinCredits(BandIdx) > ZERO
               MOVE RwpMinCredits(BandIdx) TO BandMinCredits(BandIdx)
           END-IF
           IF RwpOpenDate(BandIdx) NUMERIC
               MOVE RwpOpenDate(BandIdx) TO BandOpenDate(BandIdx)
           ELSE
               MOVE ZERO TO BandOpenDate(BandIdx)
           END-IF
           IF RwpOpenTime(BandIdx) NUMERIC
               MOVE RwpOpenTime(BandIdx) TO BandOpenTime(BandIdx)
           ELSE
               MOVE ZERO TO BandOpenTime(BandIdx)
           END-IF
           MOVE ZERO TO BandCount(BandIdx).

       CheckBandOrder.
           IF BandOpenDate(BandIdx) = ZERO
               MOVE "N" TO RunOkFlag
               MOVE "REGWPARM band has no opening date" TO ExceptionText
           END-IF
           IF RunOk AND BandIdx > 1
               IF BandOpenDate(BandIdx) < BandOpenDate(BandIdx - 1)
                  OR (BandOpenDate(BandIdx) = BandOpenDate(BandIdx - 1)
                  AND BandOpenTime(BandIdx) < BandOpenTime(BandIdx - 1))
                   MOVE "N" TO RunOkFlag
                   MOVE "REGWPARM bands open out of standing order"
                       TO ExceptionText
               END-IF
               IF BandIdx < 4
                  AND BandMinCredits(BandIdx)
                      NOT < BandMinCredits(BandIdx - 1)
                   MOVE "N" TO RunOkFlag
                   MOVE "REGWPARM credit breaks out of standing order"
                       TO ExceptionText
               END-IF
           END-IF.

       ProveWindowTerm.
           OPEN INPUT TermFile
           MOVE WindowTerm TO TrmTerm
           READ TermFile
               INVALID KEY
                   MOVE "N" TO RunOkFlag
                   MOVE "REGWPARM term not on TERMCAL" TO ExceptionText
           END-READ
           CLOSE TermFile.

       OpenWindowFile.
           OPEN I-O WindowFile
           IF WindowFileNotFound
               OPEN OUTPUT WindowFile
               CLOSE WindowFile
               OPEN I-O WindowFile
           END-IF.

      *>   AssignStudentWindows walks the master; only an active
      *>   student is enrolling, so anyone else is passed over.
       AssignStudentWindows.
           PERFORM ReadNextStudent
           PERFORM AssignOneStudent UNTIL MasterAtEnd.

       AssignOneStudent.
           ADD 1 TO StudentsRead
           IF StatusActive
               PERFORM TotalCompletedCredits
               MOVE ZERO TO StudentBandNo
               PERFORM PlaceInBand
                   VARYING BandIdx FROM 1 BY 1
                   UNTIL BandIdx > 4 OR StudentBandNo > ZERO
               PERFORM StoreStudentWindow
               ADD 1 TO BandCount(StudentBandNo)
               MOVE StudentBandNo TO SrtBandNo
               MOVE Surname TO SrtSurname
               MOVE Forename TO SrtForename
               MOVE StudentId OF StudentRec TO SrtStudentId
               MOVE CompletedCredits TO SrtCredits
               RELEASE WindowSortRec
           ELSE
               ADD 1 TO StudentsPassed
           END-IF
           PERFORM ReadNextStudent.

       PlaceInBand.
           IF CompletedCredits NOT < BandMinCredits(BandIdx)
               MOVE BandIdx TO StudentBandNo
           END-IF.

       StoreStudentWindow.
           MOVE StudentId OF StudentRec TO RgwStudentId
           MOVE WindowTerm TO RgwTerm
           MOVE BandStanding(StudentBandNo) TO RgwStanding
           MOVE CompletedCredits TO RgwCreditsEarned
           MOVE BandOpenDate(StudentBandNo) TO RgwOpenDate
           MOVE BandOpenTime(StudentBandNo) TO RgwOpenTime
           MOVE TodayYYYYMMDD TO RgwBuiltDate
           WRITE RegWindowRec
               INVALID KEY
                   REWRITE RegWindowRec
           END-WRITE
           ADD 1 TO WindowsWritten.

      *>   TotalCompletedCredits - the StudentGraduationAudit rule: a
      *>   graded row or a transfer credit row earns its catalog
      *>   Credits, an ungraded row earns nothing yet.
       TotalCompletedCredits.
           MOVE ZERO TO CompletedCredits
           MOVE "00" TO EnrollmentFileStatus
           MOVE StudentId OF StudentRec TO EnrStudentId
           MOVE LOW-VALUES TO EnrCourseID
           START EnrollmentFile KEY NOT LESS THAN EnrollmentKey
               INVALID KEY MOVE "10" TO EnrollmentFileStatus
           END-START
           IF NOT EnrollmentAtEnd
               PERFORM ReadNextEnrollment
           END-IF
           PERFORM TotalOneEnrollment
               UNTIL EnrollmentAtEnd
                  OR EnrStudentId NOT = StudentId OF StudentRec.

       TotalOneEnrollment.
           IF EnrGrade > ZERO OR EnrTransferCredit
               MOVE EnrCourseID TO CourseID OF CourseRec
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD Credits TO CompletedCredits
               END-READ
           END-IF
           PERFORM ReadNextEnrollment.

       PrintCohortWindows.
           MOVE ZERO TO CurrentBandNo
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneWindow UNTIL SortReturnAtEnd
           IF CurrentBandNo > ZERO
               PERFORM PrintCohortTotal
           END-IF.

       ReturnOneWindow.
           RETURN WindowSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneWindow
           END-RETURN.

       PrintOneWindow.
           IF SrtBandNo NOT = CurrentBandNo
               IF CurrentBandNo > ZERO
                   PERFORM PrintCohortTotal
               END-IF
               MOVE SrtBandNo TO CurrentBandNo
               MOVE SPACES TO WindowLine
               WRITE WindowLine
               MOVE BandStanding(CurrentBandNo) TO CohStanding
               MOVE BandTitle(CurrentBandNo) TO CohTitle
               MOVE BandOpenDate(CurrentBandNo) TO CohOpenDate
               MOVE BandOpenTime(CurrentBandNo) TO CohOpenTime
               MOVE BandMinCredits(CurrentBandNo) TO CohMinCredits
               MOVE CohortHeading TO WindowLine
               WRITE WindowLine
           END-IF
           MOVE SrtStudentId TO WndStudentId
           MOVE SrtSurname TO WndSurname
           MOVE SrtForename TO WndForename
           MOVE SrtCredits TO WndCredits
           MOVE BandOpenDate(CurrentBandNo) TO WndOpenDate
           MOVE BandOpenTime(CurrentBandNo) TO WndOpenTime
           MOVE WindowDetailLine TO WindowLine
           WRITE WindowLine.

       PrintCohortTotal.
           MOVE BandCount(CurrentBandNo) TO CtlCount
           MOVE CohortTotalLine TO WindowLine
           WRITE WindowLine.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.
