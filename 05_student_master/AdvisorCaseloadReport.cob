       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvisorCaseloadReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Termly advisee caseload report. For every advisor with
      *>   open ADVASGN assignments it lists their active advisees
      *>   in surname order with what the advisor needs to follow
      *>   up on:
      *>     - current GPA, and whether that puts the student on
      *>       probation or the dean's list - the cut-offs are the
      *>       StudentProbationReport ones, so the advisor sees the
      *>       same students the letters went to;
      *>     - the hold types standing on STUDHOLD;
      *>     - how many of the student's sections in the term fall
      *>       below the attendance warning percentage on ATTNREG,
      *>       the AbsenceWarningReport reckoning (present against
      *>       present plus absent, excused marks ignored).
      *>   Each advisor's section closes with a count of advisees,
      *>   of those on probation, held and warned. ADVCPARM names
      *>   the term and may override the warning percentage; with
      *>   no term on the card the term in progress on TERMCAL is
      *>   reported, and with no term in progress the one most
      *>   recently started.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseloadParmFile ASSIGN TO "ADVCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseloadParmStatus.
           SELECT AssignmentFile ASSIGN TO "ADVASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AdvisorAssignKey
               FILE STATUS IS AssignmentFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT HoldFile ASSIGN TO "STUDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentHoldKey
               FILE STATUS IS HoldFileStatus.
           SELECT AttendanceFile ASSIGN TO "ATTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AttendanceKey
               FILE STATUS IS AttendanceFileStatus.
           SELECT CaseloadReport ASSIGN TO "ADVCASE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CaseloadSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD CaseloadParmFile.
       01 CaseloadParmRec.
           02 AcpTerm PIC X(6).
           02 AcpWarnPct PIC 9(3).
       FD AssignmentFile.
       COPY ADVASGN.
       FD StudentMasterFile.
       COPY STUDREC.
       FD InstructorFile.
       COPY INSTRMS.
       FD TermFile.
       COPY TERMCAL.
       FD HoldFile.
       COPY STUDHOLD.
       FD AttendanceFile.
       COPY ATTNREG.
       FD CaseloadReport.
       01 CaseloadLine PIC X(72).
       SD CaseloadSortFile.
       01 CaseloadSortRec.
           02 SrtInstructorId PIC X(6).
           02 SrtSurname PIC X(12).
           02 SrtForename PIC X(9).
           02 SrtStudentId PIC 9(7).
           02 SrtCourseID PIC X(5).
           02 SrtGPA PIC 9V9(2).
           02 SrtEffectiveFrom PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CaseloadParmStatus PIC XX VALUE "00".
           88 CaseloadParmNotFound VALUE "35".
       01 AssignmentFileStatus PIC XX VALUE "00".
           88 AssignmentAtEnd VALUE "10".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 InstructorFileStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermAtEnd VALUE "10".
       01 HoldFileStatus PIC XX VALUE "00".
           88 HoldAtEnd VALUE "10".
           88 HoldFileNotFound VALUE "35".
       01 AttendanceFileStatus PIC XX VALUE "00".
           88 AttendanceAtEnd VALUE "10".
           88 AttendanceFileNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 HoldFileOpenFlag PIC X VALUE "N".
           88 HoldFileOpen VALUE "Y".
       01 AttendanceOpenFlag PIC X VALUE "N".
           88 AttendanceFileOpen VALUE "Y".
      *>   Cut-offs held as StudentProbationReport and
      *>   AbsenceWarningReport hold them.
       01 ProbationThreshold PIC 9V9(2) VALUE 2.00.
       01 DeansListThreshold PIC 9V9(2) VALUE 3.50.
       01 WarnPct PIC 9(3) VALUE 80.
       01 ReportTerm PIC X(6) VALUE SPACES.
       01 LatestStartDate PIC 9(8) VALUE ZERO.
       01 LatestStartTerm PIC X(6) VALUE SPACES.
       01 CurrentInstructorId PIC X(6) VALUE SPACES.
      *>   The advisee in hand.
       01 HoldList PIC X(9) VALUE SPACES.
       01 HoldListPtr PIC 9(2) VALUE 1.
       01 HoldsCounted PIC 9(2) VALUE ZERO.
       01 SectionsWarned PIC 9(3) VALUE ZERO.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 GroupKey.
           02 GrpCourseID PIC X(5).
           02 GrpSectionNo PIC 9(2).
       01 RowKey.
           02 RowCourseID PIC X(5).
           02 RowSectionNo PIC 9(2).
       01 GroupPresent PIC 9(3) VALUE ZERO.
       01 GroupAbsent PIC 9(3) VALUE ZERO.
       01 GroupMarked PIC 9(3) VALUE ZERO.
       01 AttendancePct PIC 9(3)V9 VALUE ZERO.
      *>   Per-advisor and run totals.
       01 AdviseeCount PIC 9(5) COMP VALUE ZERO.
       01 ProbationCount PIC 9(5) COMP VALUE ZERO.
       01 HeldCount PIC 9(5) COMP VALUE ZERO.
       01 WarnedCount PIC 9(5) COMP VALUE ZERO.
       01 AdvisorsReported PIC 9(5) COMP VALUE ZERO.
       01 AssignmentsRead PIC 9(7) COMP VALUE ZERO.
       01 AdviseesListed PIC 9(7) COMP VALUE ZERO.
       01 AssignmentsPassed PIC 9(7) COMP VALUE ZERO.
       01 TotalOnProbation PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AdvisorCaseload".
       01 ExceptionNumber PIC 9(4) VALUE 3212.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(24) VALUE "ADVISOR CASELOAD - TERM ".
           02 RphTerm PIC X(6).
           02 FILLER PIC X(19) VALUE "  ATTENDANCE BELOW ".
           02 RphWarnPct PIC ZZ9.
           02 FILLER PIC X(3) VALUE "%  ".
           02 RphDate PIC 9(8).
       01 AdvisorHeading.
           02 FILLER PIC X(9) VALUE "ADVISOR: ".
           02 AdhInstructorId PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AdhName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AdhDepartment PIC X(4).
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "STUDENT SURNAME      COURSE GPA  STA".
           02 FILLER PIC X(32) VALUE
               "NDING    HOLDS     WRN     SINCE".
       01 AdviseeDetail.
           02 AddStudentId PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AddSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AddCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AddGPA PIC 9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AddStanding PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AddHolds PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AddWarned PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 AddSince PIC 9(8).
       01 AdvisorTotalLine.
           02 FILLER PIC X(11) VALUE "  ADVISEES ".
           02 AtlAdvisees PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  PROBATION ".
           02 AtlProbation PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  HELD ".
           02 AtlHeld PIC ZZZZ9.
           02 FILLER PIC X(19) VALUE "  ATTENDANCE WARNED".
           02 FILLER PIC X(1) VALUE SPACE.
           02 AtlWarned PIC ZZZZ9.
       01 ReportTotalLine.
           02 FILLER PIC X(20) VALUE "ADVISORS REPORTED: ".
           02 RtlAdvisors PIC ZZZZ9.
           02 FILLER PIC X(20) VALUE "  ADVISEES LISTED: ".
           02 RtlAdvisees PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadCaseloadParm
           OPEN INPUT TermFile
           IF ReportTerm = SPACES
               PERFORM FindCurrentTerm
           ELSE
               MOVE ReportTerm TO TrmTerm
               READ TermFile
                   INVALID KEY
                       MOVE SPACES TO ReportTerm
               END-READ
           END-IF
           CLOSE TermFile
           IF ReportTerm = SPACES
               MOVE "No term on TERMCAL to report the caseload for"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT AssignmentFile
               OPEN INPUT StudentMasterFile
               OPEN INPUT InstructorFile
               OPEN INPUT HoldFile
               IF NOT HoldFileNotFound
                   MOVE "Y" TO HoldFileOpenFlag
               END-IF
               OPEN INPUT AttendanceFile
               IF NOT AttendanceFileNotFound
                   MOVE "Y" TO AttendanceOpenFlag
               END-IF
               OPEN OUTPUT CaseloadReport
               MOVE ReportTerm TO RphTerm
               MOVE WarnPct TO RphWarnPct
               MOVE TodayYYYYMMDD TO RphDate
               MOVE ReportHeading TO CaseloadLine
               WRITE CaseloadLine
               SORT CaseloadSortFile
                   ON ASCENDING KEY SrtInstructorId
                                    SrtSurname
                                    SrtForename
                                    SrtStudentId
                   INPUT PROCEDURE IS SelectAdvisees
                   OUTPUT PROCEDURE IS PrintCaseloads
               MOVE SPACES TO CaseloadLine
               WRITE CaseloadLine
               MOVE AdvisorsReported TO RtlAdvisors
               MOVE AdviseesListed TO RtlAdvisees
               MOVE ReportTotalLine TO CaseloadLine
               WRITE CaseloadLine
               CLOSE AssignmentFile
               CLOSE StudentMasterFile
               CLOSE InstructorFile
               IF HoldFileOpen
                   CLOSE HoldFile
               END-IF
               IF AttendanceFileOpen
                   CLOSE AttendanceFile
               END-IF
               CLOSE CaseloadReport
           END-IF
           MOVE AssignmentsRead TO ReadForReport
           MOVE AdviseesListed TO WrittenForReport
           MOVE AssignmentsPassed TO RejectedForReport
           MOVE TotalOnProbation TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   A zero percentage on the card keeps the default.
       ReadCaseloadParm.
           OPEN INPUT CaseloadParmFile
           IF NOT CaseloadParmNotFound
               READ CaseloadParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AcpTerm TO ReportTerm
                       IF AcpWarnPct NUMERIC AND AcpWarnPct > ZERO
                           MOVE AcpWarnPct TO WarnPct
                       END-IF
               END-READ
               CLOSE CaseloadParmFile
           END-IF.

      *>   FindCurrentTerm takes the term whose dates span today,
      *>   failing that the term most recently started.
       FindCurrentTerm.
           MOVE LOW-VALUES TO TrmTerm
           START TermFile KEY NOT LESS THAN TrmTerm
               INVALID KEY MOVE "10" TO TermFileStatus
           END-START
           IF NOT TermAtEnd
               PERFORM ReadNextTerm
           END-IF
           PERFORM TakeOneTerm
               UNTIL TermAtEnd OR ReportTerm NOT = SPACES
           IF ReportTerm = SPACES
               MOVE LatestStartTerm TO ReportTerm
           END-IF.

       TakeOneTerm.
           IF TrmStartDate NOT > TodayYYYYMMDD
               IF TrmEndDate NOT < TodayYYYYMMDD
                   MOVE TrmTerm TO ReportTerm
               END-IF
               IF TrmStartDate > LatestStartDate
                   MOVE TrmStartDate TO LatestStartDate
                   MOVE TrmTerm TO LatestStartTerm
               END-IF
           END-IF
           PERFORM ReadNextTerm.

      *>   SelectAdvisees releases every open assignment whose
      *>   student is still active; the nightly assignment run ends
      *>   the others, so anything passed here is a student who
      *>   left since it last ran.
       SelectAdvisees.
           PERFORM ReadNextAssignment
           PERFORM SelectOneAssignment UNTIL AssignmentAtEnd.

       SelectOneAssignment.
           ADD 1 TO AssignmentsRead
           IF AdvEffectiveTo NOT = ZERO
               ADD 1 TO AssignmentsPassed
           ELSE
               MOVE AdvStudentId TO StudentId OF StudentRec
               READ StudentMasterFile
                   INVALID KEY
                       MOVE SPACE TO StudentStatus
               END-READ
               IF StatusActive
                   MOVE AdvInstructorId TO SrtInstructorId
                   MOVE Surname TO SrtSurname
                   MOVE Forename TO SrtForename
                   MOVE AdvStudentId TO SrtStudentId
                   MOVE CourseID OF StudentRec TO SrtCourseID
                   MOVE GPA TO SrtGPA
                   MOVE AdvEffectiveFrom TO SrtEffectiveFrom
                   RELEASE CaseloadSortRec
               ELSE
                   ADD 1 TO AssignmentsPassed
               END-IF
           END-IF
           PERFORM ReadNextAssignment.

       PrintCaseloads.
           MOVE SPACES TO CurrentInstructorId
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneAdvisee UNTIL SortReturnAtEnd
           IF CurrentInstructorId NOT = SPACES
               PERFORM PrintAdvisorTotal
           END-IF.

       ReturnOneAdvisee.
           RETURN CaseloadSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneAdvisee
           END-RETURN.

       PrintOneAdvisee.
           IF SrtInstructorId NOT = CurrentInstructorId
               IF CurrentInstructorId NOT = SPACES
                   PERFORM PrintAdvisorTotal
               END-IF
               PERFORM StartAdvisorSection
           END-IF
           ADD 1 TO AdviseeCount
           ADD 1 TO AdviseesListed
           MOVE SrtStudentId TO AddStudentId
           MOVE SrtSurname TO AddSurname
           MOVE SrtCourseID TO AddCourseID
           MOVE SrtGPA TO AddGPA
           MOVE SPACES TO AddStanding
           IF SrtGPA < ProbationThreshold
               MOVE "PROBATION" TO AddStanding
               ADD 1 TO ProbationCount
               ADD 1 TO TotalOnProbation
           END-IF
           IF SrtGPA NOT < DeansListThreshold
               MOVE "DEAN'S LIST" TO AddStanding
           END-IF
           PERFORM ListStudentHolds
           MOVE HoldList TO AddHolds
           IF HoldsCounted > ZERO
               ADD 1 TO HeldCount
           END-IF
           PERFORM CountAttendanceWarnings
           MOVE SectionsWarned TO AddWarned
           IF SectionsWarned > ZERO
               ADD 1 TO WarnedCount
           END-IF
           MOVE SrtEffectiveFrom TO AddSince
           MOVE AdviseeDetail TO CaseloadLine
           WRITE CaseloadLine.

       StartAdvisorSection.
           MOVE SrtInstructorId TO CurrentInstructorId
           ADD 1 TO AdvisorsReported
           MOVE ZERO TO AdviseeCount
           MOVE ZERO TO ProbationCount
           MOVE ZERO TO HeldCount
           MOVE ZERO TO WarnedCount
           MOVE SrtInstructorId TO InsInstructorId
           READ InstructorFile
               INVALID KEY
                   MOVE "NOT ON INSTRMS" TO InsInstructorName
                   MOVE SPACES TO InsDepartment
           END-READ
           MOVE SrtInstructorId TO AdhInstructorId
           MOVE InsInstructorName TO AdhName
           MOVE InsDepartment TO AdhDepartment
           MOVE SPACES TO CaseloadLine
           WRITE CaseloadLine
           MOVE AdvisorHeading TO CaseloadLine
           WRITE CaseloadLine
           MOVE ColumnHeading TO CaseloadLine
           WRITE CaseloadLine.

       PrintAdvisorTotal.
           MOVE AdviseeCount TO AtlAdvisees
           MOVE ProbationCount TO AtlProbation
           MOVE HeldCount TO AtlHeld
           MOVE WarnedCount TO AtlWarned
           MOVE AdvisorTotalLine TO CaseloadLine
           WRITE CaseloadLine.

      *>   ListStudentHolds strings the student's hold types, the
      *>   first three of them, for the HOLDS column.
       ListStudentHolds.
           MOVE SPACES TO HoldList
           MOVE 1 TO HoldListPtr
           MOVE ZERO TO HoldsCounted
           IF HoldFileOpen
               MOVE "00" TO HoldFileStatus
               MOVE SrtStudentId TO HldStudentId
               MOVE LOW-VALUES TO HldHoldType
               START HoldFile KEY NOT LESS THAN StudentHoldKey
                   INVALID KEY MOVE "10" TO HoldFileStatus
               END-START
               IF NOT HoldAtEnd
                   PERFORM ReadNextHold
               END-IF
               PERFORM NoteOneHold
                   UNTIL HoldAtEnd
                      OR HldStudentId NOT = SrtStudentId
           END-IF.

       NoteOneHold.
           ADD 1 TO HoldsCounted
           IF HoldsCounted NOT > 3
               STRING HldHoldType " " DELIMITED BY SIZE
                   INTO HoldList WITH POINTER HoldListPtr
           END-IF
           PERFORM ReadNextHold.

      *>   CountAttendanceWarnings totals the student's marks in the
      *>   report term section by section - the register is keyed
      *>   student, course, term, section, date - and counts the
      *>   sections below the warning percentage.
       CountAttendanceWarnings.
           MOVE ZERO TO SectionsWarned
           MOVE "N" TO GroupStartedFlag
           IF AttendanceFileOpen
               MOVE "00" TO AttendanceFileStatus
               MOVE SrtStudentId TO AtrStudentId
               MOVE LOW-VALUES TO AtrCourseID
               MOVE LOW-VALUES TO AtrTerm
               MOVE ZERO TO AtrSectionNo
               MOVE ZERO TO AtrSessionDate
               START AttendanceFile KEY NOT LESS THAN AttendanceKey
                   INVALID KEY MOVE "10" TO AttendanceFileStatus
               END-START
               IF NOT AttendanceAtEnd
                   PERFORM ReadNextAttendance
               END-IF
               PERFORM TakeOneAttendance
                   UNTIL AttendanceAtEnd
                      OR AtrStudentId NOT = SrtStudentId
               IF GroupStarted
                   PERFORM AssessOneSection
               END-IF
           END-IF.

       TakeOneAttendance.
           IF AtrTerm = ReportTerm
               MOVE AtrCourseID TO RowCourseID
               MOVE AtrSectionNo TO RowSectionNo
               IF GroupStarted AND RowKey NOT = GroupKey
                   PERFORM AssessOneSection
               END-IF
               IF NOT GroupStarted
                   MOVE "Y" TO GroupStartedFlag
                   MOVE RowKey TO GroupKey
                   MOVE ZERO TO GroupPresent
                   MOVE ZERO TO GroupAbsent
               END-IF
               EVALUATE TRUE
                   WHEN AtrPresent
                       ADD 1 TO GroupPresent
                   WHEN AtrAbsent
                       ADD 1 TO GroupAbsent
               END-EVALUATE
           END-IF
           PERFORM ReadNextAttendance.

       AssessOneSection.
           MOVE "N" TO GroupStartedFlag
           COMPUTE GroupMarked = GroupPresent + GroupAbsent
           IF GroupMarked > ZERO
               COMPUTE AttendancePct ROUNDED =
                       GroupPresent * 100 / GroupMarked
               IF AttendancePct < WarnPct
                   ADD 1 TO SectionsWarned
               END-IF
           END-IF.

       ReadNextAssignment.
           READ AssignmentFile NEXT RECORD
               AT END MOVE "10" TO AssignmentFileStatus
           END-READ.

       ReadNextTerm.
           READ TermFile NEXT RECORD
               AT END MOVE "10" TO TermFileStatus
           END-READ.

       ReadNextHold.
           READ HoldFile NEXT RECORD
               AT END MOVE "10" TO HoldFileStatus
           END-READ.

       ReadNextAttendance.
           READ AttendanceFile NEXT RECORD
               AT END MOVE "10" TO AttendanceFileStatus
           END-READ.
