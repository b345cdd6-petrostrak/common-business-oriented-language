       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenceWarningReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Weekly absence warning run over the ATTNREG attendance
      *>   register. For each student's course section the present
      *>   and absent marks are totalled (an excused absence counts
      *>   neither way) and attendance is present as a percentage
      *>   of marked sessions. A section below the warning
      *>   percentage on the ABSPARM card lists on the ABSWARN
      *>   report. A persistent non-attender - below the hold
      *>   percentage after at least the minimum number of marked
      *>   sessions - also gets an advisory attendance ("AT") hold
      *>   on STUDHOLD, which the enrollment update honours like
      *>   any other hold until an advisor lifts it. ABSPARM also
      *>   names the term to look at; blank means every term on the
      *>   register. Without an ABSPARM the run warns below 80%,
      *>   holds below 50% after four marked sessions, all terms.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AbsenceParmFile ASSIGN TO "ABSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AbsenceParmStatus.
           SELECT AttendanceFile ASSIGN TO "ATTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AttendanceKey
               FILE STATUS IS AttendanceFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT HoldFile ASSIGN TO "STUDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentHoldKey
               FILE STATUS IS HoldFileStatus.
           SELECT WarningReport ASSIGN TO "ABSWARN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AbsenceParmFile.
       01 AbsenceParmRec.
           02 AbpTerm PIC X(6).
           02 AbpWarnPct PIC 9(3).
           02 AbpHoldPct PIC 9(3).
           02 AbpHoldMinSessions PIC 9(2).
       FD AttendanceFile.
       COPY ATTNREG.
       FD StudentMasterFile.
       COPY STUDREC.
       FD HoldFile.
       COPY STUDHOLD.
       FD WarningReport.
       01 WarningLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 AbsenceParmStatus PIC XX VALUE "00".
           88 AbsenceParmNotFound VALUE "35".
       01 AttendanceFileStatus PIC XX VALUE "00".
           88 AttendanceAtEnd VALUE "10".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 HoldFileStatus PIC XX VALUE "00".
           88 HoldFileNotFound VALUE "35".
       COPY STDDATE.
       01 ReportTerm PIC X(6) VALUE SPACES.
       01 WarnPct PIC 9(3) VALUE 80.
       01 HoldPct PIC 9(3) VALUE 50.
       01 HoldMinSessions PIC 9(2) VALUE 4.
       01 HoldPlacedBy PIC X(8) VALUE "ABSWARN ".
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 GroupKey.
           02 GrpStudentId PIC 9(7).
           02 GrpCourseID PIC X(5).
           02 GrpTerm PIC X(6).
           02 GrpSectionNo PIC 9(2).
       01 RowKey.
           02 RowStudentId PIC 9(7).
           02 RowCourseID PIC X(5).
           02 RowTerm PIC X(6).
           02 RowSectionNo PIC 9(2).
       01 GroupPresent PIC 9(3) VALUE ZERO.
       01 GroupAbsent PIC 9(3) VALUE ZERO.
       01 GroupExcused PIC 9(3) VALUE ZERO.
       01 GroupMarked PIC 9(3) VALUE ZERO.
       01 AttendancePct PIC 9(3)V9 VALUE ZERO.
       01 RowsRead PIC 9(7) COMP VALUE ZERO.
       01 SectionsAssessed PIC 9(7) COMP VALUE ZERO.
       01 WarningsListed PIC 9(7) COMP VALUE ZERO.
       01 HoldsPlaced PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AbsenceWarning".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "ABSENCE WARNING REPORT - BELOW ".
           02 HeadWarnPct PIC ZZ9.
           02 FILLER PIC X(11) VALUE "% - TERM   ".
           02 HeadTerm PIC X(6).
       01 ColumnHeading.
           02 FILLER PIC X(37) VALUE
               "STUDENT SURNAME      COURSE TERM   SC".
           02 FILLER PIC X(27) VALUE
               " PRS ABS EXC ATTEND% ACTION".
       01 WarningDetail.
           02 WrnStudentId PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WrnTerm PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnSectionNo PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnPresent PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnAbsent PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WrnExcused PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WrnAttendancePct PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WrnAction PIC X(12).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadAbsenceParm
           OPEN INPUT AttendanceFile
           OPEN INPUT StudentMasterFile
           OPEN I-O HoldFile
           IF HoldFileNotFound
               OPEN OUTPUT HoldFile
           END-IF
           OPEN OUTPUT WarningReport
           MOVE WarnPct TO HeadWarnPct
           IF ReportTerm = SPACES
               MOVE "ALL" TO HeadTerm
           ELSE
               MOVE ReportTerm TO HeadTerm
           END-IF
           MOVE ReportHeading TO WarningLine
           WRITE WarningLine
           MOVE ColumnHeading TO WarningLine
           WRITE WarningLine
           PERFORM ReadNextAttendance
           PERFORM TakeOneAttendance UNTIL AttendanceAtEnd
           IF GroupStarted
               PERFORM AssessOneSection
           END-IF
           CLOSE AttendanceFile
           CLOSE StudentMasterFile
           CLOSE HoldFile
           CLOSE WarningReport
           MOVE RowsRead TO ReadForReport
           MOVE WarningsListed TO WrittenForReport
           MOVE HoldsPlaced TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   A zero on the card keeps the default for that figure.
       ReadAbsenceParm.
           OPEN INPUT AbsenceParmFile
           IF AbsenceParmNotFound
               CONTINUE
           ELSE
               READ AbsenceParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AbpTerm TO ReportTerm
                       IF AbpWarnPct NUMERIC AND AbpWarnPct > ZERO
                           MOVE AbpWarnPct TO WarnPct
                       END-IF
                       IF AbpHoldPct NUMERIC AND AbpHoldPct > ZERO
                           MOVE AbpHoldPct TO HoldPct
                       END-IF
                       IF AbpHoldMinSessions NUMERIC
                          AND AbpHoldMinSessions > ZERO
                           MOVE AbpHoldMinSessions TO HoldMinSessions
                       END-IF
               END-READ
               CLOSE AbsenceParmFile
           END-IF.

      *>   The register is keyed student, course, term, section,
      *>   date - one section's marks arrive together, and a change
      *>   in any of the first four closes the section in hand.
       TakeOneAttendance.
           ADD 1 TO RowsRead
           IF ReportTerm = SPACES OR AtrTerm = ReportTerm
               MOVE AtrStudentId TO RowStudentId
               MOVE AtrCourseID TO RowCourseID
               MOVE AtrTerm TO RowTerm
               MOVE AtrSectionNo TO RowSectionNo
               IF GroupStarted AND RowKey NOT = GroupKey
                   PERFORM AssessOneSection
               END-IF
               IF NOT GroupStarted
                   MOVE "Y" TO GroupStartedFlag
                   MOVE RowKey TO GroupKey
                   MOVE ZERO TO GroupPresent
                   MOVE ZERO TO GroupAbsent
                   MOVE ZERO TO GroupExcused
               END-IF
               EVALUATE TRUE
                   WHEN AtrPresent
                       ADD 1 TO GroupPresent
                   WHEN AtrAbsent
                       ADD 1 TO GroupAbsent
                   WHEN OTHER
                       ADD 1 TO GroupExcused
               END-EVALUATE
           END-IF
           PERFORM ReadNextAttendance.

       AssessOneSection.
           MOVE "N" TO GroupStartedFlag
           ADD 1 TO SectionsAssessed
           COMPUTE GroupMarked = GroupPresent + GroupAbsent
           IF GroupMarked > ZERO
               COMPUTE AttendancePct ROUNDED =
                       GroupPresent * 100 / GroupMarked
               IF AttendancePct < WarnPct
                   PERFORM ListWarning
               END-IF
           END-IF.

       ListWarning.
           MOVE GrpStudentId TO WrnStudentId
           MOVE GrpStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE "NOT ON MASTER" TO WrnSurname
               NOT INVALID KEY
                   MOVE Surname TO WrnSurname
           END-READ
           MOVE GrpCourseID TO WrnCourseID
           MOVE GrpTerm TO WrnTerm
           MOVE GrpSectionNo TO WrnSectionNo
           MOVE GroupPresent TO WrnPresent
           MOVE GroupAbsent TO WrnAbsent
           MOVE GroupExcused TO WrnExcused
           MOVE AttendancePct TO WrnAttendancePct
           MOVE SPACES TO WrnAction
           IF AttendancePct < HoldPct
              AND GroupMarked NOT < HoldMinSessions
               PERFORM PlaceAttendanceHold
           END-IF
           MOVE WarningDetail TO WarningLine
           WRITE WarningLine
           ADD 1 TO WarningsListed.

      *>   One AT hold per student covers every section they are
      *>   missing; a hold already on file is left as it stands.
       PlaceAttendanceHold.
           MOVE GrpStudentId TO HldStudentId
           MOVE "AT" TO HldHoldType
           MOVE HoldPlacedBy TO HldPlacedBy
           MOVE TodayYYYYMMDD TO HldPlacedDate
           WRITE StudentHoldRec
               INVALID KEY
                   MOVE "HOLD ON FILE" TO WrnAction
               NOT INVALID KEY
                   MOVE "HOLD PLACED" TO WrnAction
                   ADD 1 TO HoldsPlaced
           END-WRITE.

       ReadNextAttendance.
           READ AttendanceFile NEXT RECORD
               AT END MOVE "10" TO AttendanceFileStatus
           END-READ.
