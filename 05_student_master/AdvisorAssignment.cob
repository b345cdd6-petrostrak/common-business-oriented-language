       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdvisorAssignment.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Nightly academic advisor run. Keeps the ADVASGN file
      *>   linking every active student to a named advisor, with
      *>   the date each assignment took effect, so the probation
      *>   and dean's list letters have someone to follow them up.
      *>     - The faculty office's ADVTRAN feed is applied first:
      *>       each change closes the student's current assignment
      *>       the day the new advisor takes over and opens the
      *>       next one.
      *>     - Every active student still without an advisor is
      *>       then allotted one from the ADVPOOL list of advisors
      *>       serving their CourseID - whichever pool advisor
      *>       carries the lightest caseload, so the load spreads
      *>       evenly as the new intake arrives.
      *>     - A student no longer active has their assignment
      *>       ended, which takes them off the advisor's caseload.
      *>   Pool advisors must be active on INSTRMS; an advisor on
      *>   leave keeps the students already assigned but is given
      *>   no new ones. Every assignment opened, changed or ended
      *>   is written to the ADVAUD trail with before and after
      *>   images and listed on the ADVREG register. A student
      *>   whose CourseID has no pool advisor is listed and left
      *>   for the faculty office; the run then ends with a
      *>   warning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdvisorPoolFile ASSIGN TO "ADVPOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdvisorPoolStatus.
           SELECT AdvisorTranFile ASSIGN TO "ADVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdvisorTranStatus.
           SELECT AssignmentFile ASSIGN TO "ADVASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AdvisorAssignKey
               FILE STATUS IS AssignmentFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT AdvisorAuditFile ASSIGN TO "ADVAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdvisorAuditStatus.
           SELECT AdvisorRegister ASSIGN TO "ADVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AdvisorPoolFile.
       01 AdvisorPoolRec.
           02 AplCourseID PIC X(5).
           02 AplInstructorId PIC X(6).
       FD AdvisorTranFile.
       COPY ADVTRAN.
       FD AssignmentFile.
       COPY ADVASGN.
       FD StudentMasterFile.
       COPY STUDREC.
       FD InstructorFile.
       COPY INSTRMS.
       FD AdvisorAuditFile.
       COPY ADVAUD.
       FD AdvisorRegister.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AdvisorPoolStatus PIC XX VALUE "00".
           88 AdvisorPoolAtEnd VALUE "10".
           88 AdvisorPoolNotFound VALUE "35".
       01 AdvisorTranStatus PIC XX VALUE "00".
           88 AdvisorTranAtEnd VALUE "10".
           88 AdvisorTranNotFound VALUE "35".
       01 AssignmentFileStatus PIC XX VALUE "00".
           88 AssignmentAtEnd VALUE "10".
           88 AssignmentFileNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 MasterAtEnd VALUE "10".
       01 InstructorFileStatus PIC XX VALUE "00".
       01 AdvisorAuditStatus PIC XX VALUE "00".
           88 AdvisorAuditNotFound VALUE "35".
       01 RunOperatorId PIC X(8) VALUE "ADVASGN ".
      *>   The advisor pool - which advisors serve which CourseID -
      *>   with each entry pointing at its advisor's caseload.
       01 PoolMax PIC 9(3) VALUE 500.
       01 PoolCount PIC 9(3) VALUE ZERO.
       01 PoolTable.
           02 PoolEntry OCCURS 500 TIMES.
               03 PolCourseID PIC X(5).
               03 PolInstructorId PIC X(6).
               03 PolUsableFlag PIC X.
               03 PolLoadIdx PIC 9(3).
       01 PoolIdx PIC 9(3) COMP VALUE ZERO.
      *>   Open assignments per advisor, counted off ADVASGN after
      *>   the night's changes and kept up as students are allotted
      *>   and ended.
       01 LoadMax PIC 9(3) VALUE 300.
       01 LoadCount PIC 9(3) VALUE ZERO.
       01 LoadTable.
           02 LoadEntry OCCURS 300 TIMES.
               03 LodInstructorId PIC X(6).
               03 LodCaseload PIC 9(5).
       01 LoadIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundLoadIdx PIC 9(3) COMP VALUE ZERO.
       01 ChosenPoolIdx PIC 9(3) COMP VALUE ZERO.
       01 LookupInstructorId PIC X(6) VALUE SPACES.
      *>   The student's current (open) assignment, if any.
       01 OpenFoundFlag PIC X VALUE "N".
           88 OpenFound VALUE "Y".
       01 OpenEffectiveFrom PIC 9(8) VALUE ZERO.
       01 OpenInstructorId PIC X(6) VALUE SPACES.
       01 NewEffectiveFrom PIC 9(8) VALUE ZERO.
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RegisterAction PIC X(7) VALUE SPACES.
       01 RegisterNote PIC X(14) VALUE SPACES.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 ChangesApplied PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 StudentsRead PIC 9(7) COMP VALUE ZERO.
       01 AdvisorsAllotted PIC 9(7) COMP VALUE ZERO.
       01 AssignmentsEnded PIC 9(7) COMP VALUE ZERO.
       01 StudentsUnassigned PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AdvisorAssignment".
       01 ExceptionNumber PIC 9(4) VALUE 3211.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 UnassignedDisplay PIC ZZZZZZ9.
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(27) VALUE "ADVISOR ASSIGNMENT REGISTER".
           02 FILLER PIC X(2) VALUE SPACES.
           02 RghDate PIC 9(8).
       01 RegisterColumns.
           02 FILLER PIC X(36) VALUE
               "ACTION  STUDENT SURNAME      COURSE ".
           02 FILLER PIC X(27) VALUE
               "FROM   TO     EFF-DATE NOTE".
       01 RegisterDetail.
           02 RgdAction PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdStudentId PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdFromAdvisor PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdToAdvisor PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdEffective PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdNote PIC X(14).
       01 RegisterTotals.
           02 FILLER PIC X(10) VALUE "ALLOTTED: ".
           02 RgtAllotted PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  CHANGED: ".
           02 RgtChanged PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  ENDED: ".
           02 RgtEnded PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  NO ADVISOR".
           02 FILLER PIC X(2) VALUE ": ".
           02 RgtUnassigned PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O AssignmentFile
           IF AssignmentFileNotFound
               OPEN OUTPUT AssignmentFile
               CLOSE AssignmentFile
               OPEN I-O AssignmentFile
           END-IF
           OPEN EXTEND AdvisorAuditFile
           IF AdvisorAuditNotFound
               OPEN OUTPUT AdvisorAuditFile
           END-IF
           OPEN INPUT StudentMasterFile
           OPEN INPUT InstructorFile
           OPEN OUTPUT AdvisorRegister
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterColumns TO RegisterLine
           WRITE RegisterLine
           PERFORM LoadAdvisorPool
           PERFORM ApplyAdvisorChanges
           PERFORM CountCaseloads
           PERFORM AssignStudents
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE AdvisorsAllotted TO RgtAllotted
           MOVE ChangesApplied TO RgtChanged
           MOVE AssignmentsEnded TO RgtEnded
           MOVE StudentsUnassigned TO RgtUnassigned
           MOVE RegisterTotals TO RegisterLine
           WRITE RegisterLine
           CLOSE AssignmentFile
           CLOSE AdvisorAuditFile
           CLOSE StudentMasterFile
           CLOSE InstructorFile
           CLOSE AdvisorRegister
           IF StudentsUnassigned > ZERO
               MOVE StudentsUnassigned TO UnassignedDisplay
               STRING UnassignedDisplay
                       " active students have no pool advisor"
                       DELIMITED BY SIZE INTO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE TransRead TO ReadForReport
           MOVE ChangesApplied TO WrittenForReport
           MOVE TransRejected TO RejectedForReport
           MOVE AdvisorsAllotted TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   LoadAdvisorPool reads the pool list whole. An advisor not
      *>   on INSTRMS, or not active there, stays in the table so
      *>   the caseload count still finds them, but is marked
      *>   unusable for new students.
       LoadAdvisorPool.
           OPEN INPUT AdvisorPoolFile
           IF NOT AdvisorPoolNotFound
               PERFORM ReadNextPoolEntry
               PERFORM LoadOnePoolEntry UNTIL AdvisorPoolAtEnd
               CLOSE AdvisorPoolFile
           END-IF.

       LoadOnePoolEntry.
           IF PoolCount < PoolMax
               ADD 1 TO PoolCount
               MOVE AplCourseID TO PolCourseID(PoolCount)
               MOVE AplInstructorId TO PolInstructorId(PoolCount)
               MOVE "Y" TO PolUsableFlag(PoolCount)
               MOVE AplInstructorId TO InsInstructorId
               READ InstructorFile
                   INVALID KEY
                       MOVE "N" TO PolUsableFlag(PoolCount)
                   NOT INVALID KEY
                       IF NOT InsActive
                           MOVE "N" TO PolUsableFlag(PoolCount)
                       END-IF
               END-READ
               MOVE AplInstructorId TO LookupInstructorId
               PERFORM FindAdvisorLoad
               MOVE FoundLoadIdx TO PolLoadIdx(PoolCount)
               IF FoundLoadIdx = ZERO
                   MOVE "N" TO PolUsableFlag(PoolCount)
               END-IF
           ELSE
               DISPLAY "AdvisorAssignment - pool table full, "
                       "entry ignored: " AplCourseID " "
                       AplInstructorId
           END-IF
           PERFORM ReadNextPoolEntry.

      *>   FindAdvisorLoad returns the caseload slot for
      *>   LookupInstructorId, opening one if the advisor is new to
      *>   the table; zero only if the table is full.
       FindAdvisorLoad.
           MOVE ZERO TO FoundLoadIdx
           PERFORM MatchOneLoad
               VARYING LoadIdx FROM 1 BY 1
               UNTIL LoadIdx > LoadCount OR FoundLoadIdx > ZERO
           IF FoundLoadIdx = ZERO AND LoadCount < LoadMax
               ADD 1 TO LoadCount
               MOVE LookupInstructorId TO LodInstructorId(LoadCount)
               MOVE ZERO TO LodCaseload(LoadCount)
               MOVE LoadCount TO FoundLoadIdx
           END-IF.

       MatchOneLoad.
           IF LodInstructorId(LoadIdx) = LookupInstructorId
               MOVE LoadIdx TO FoundLoadIdx
           END-IF.

      *>   ApplyAdvisorChanges applies the faculty office's ADVTRAN
      *>   feed, each change proved against the student master and
      *>   the instructor master before anything is touched.
       ApplyAdvisorChanges.
           OPEN INPUT AdvisorTranFile
           IF NOT AdvisorTranNotFound
               PERFORM ReadNextAdvisorTran
               PERFORM ApplyOneAdvisorTran UNTIL AdvisorTranAtEnd
               CLOSE AdvisorTranFile
           END-IF.

       ApplyOneAdvisorTran.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE SPACES TO OpenInstructorId
           MOVE AvtEffectiveFrom TO NewEffectiveFrom
           IF NewEffectiveFrom NOT NUMERIC OR NewEffectiveFrom = ZERO
               MOVE TodayYYYYMMDD TO NewEffectiveFrom
           END-IF
           MOVE AvtStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE SPACES TO StudentName
                   MOVE SPACES TO CourseID OF StudentRec
                   MOVE "NOT ON MASTER" TO RegisterNote
           END-READ
           IF TranValid AND NOT StatusActive
               MOVE "N" TO TranOk
               MOVE "NOT ACTIVE" TO RegisterNote
           END-IF
           IF TranValid
               MOVE AvtInstructorId TO InsInstructorId
               READ InstructorFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "NOT AN ADVISOR" TO RegisterNote
                   NOT INVALID KEY
                       IF NOT InsActive
                           MOVE "N" TO TranOk
                           MOVE "ADVISOR AWAY" TO RegisterNote
                       END-IF
               END-READ
           END-IF
           IF TranValid
               PERFORM FindOpenAssignment
               IF OpenFound
                   EVALUATE TRUE
                       WHEN OpenInstructorId = AvtInstructorId
                           MOVE "N" TO TranOk
                           MOVE "SAME ADVISOR" TO RegisterNote
                       WHEN OpenEffectiveFrom > NewEffectiveFrom
                           MOVE "N" TO TranOk
                           MOVE "DATE TOO EARLY" TO RegisterNote
                   END-EVALUATE
               END-IF
           END-IF
           IF TranValid
               PERFORM ChangeAdvisor
           END-IF
           IF NOT TranValid
               ADD 1 TO TransRejected
               MOVE "REJECT" TO RegisterAction
               MOVE AvtStudentId TO RgdStudentId
               MOVE OpenInstructorId TO RgdFromAdvisor
               MOVE AvtInstructorId TO RgdToAdvisor
               MOVE NewEffectiveFrom TO RgdEffective
               PERFORM WriteRegisterLine
           END-IF
           PERFORM ReadNextAdvisorTran.

      *>   ChangeAdvisor opens the new assignment and only then
      *>   closes the open one the day the new advisor takes over,
      *>   so a new row refused as already on file leaves the
      *>   student's current advisor in place; a change dated the
      *>   same day the open assignment started corrects that
      *>   assignment in place instead.
       ChangeAdvisor.
           MOVE SPACES TO AauBeforeImage
           MOVE ZERO TO AabEffectiveFrom
           MOVE ZERO TO AabEffectiveTo
           IF OpenFound AND OpenEffectiveFrom = NewEffectiveFrom
               MOVE AvtStudentId TO AdvStudentId
               MOVE OpenEffectiveFrom TO AdvEffectiveFrom
               READ AssignmentFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AdvInstructorId TO AabInstructorId
                       MOVE AdvEffectiveFrom TO AabEffectiveFrom
                       MOVE AdvEffectiveTo TO AabEffectiveTo
                       MOVE AvtInstructorId TO AdvInstructorId
                       MOVE "M" TO AdvMethod
                       MOVE AvtOperatorId TO AdvAssignedBy
                       REWRITE AdvisorAssignRec
               END-READ
           ELSE
               PERFORM BuildNewAssignment
               WRITE AdvisorAssignRec
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "DATE ON FILE" TO RegisterNote
               END-WRITE
               IF TranValid AND OpenFound
                   PERFORM CloseOpenAssignment
                   PERFORM BuildNewAssignment
               END-IF
           END-IF
           IF TranValid
               ADD 1 TO ChangesApplied
               MOVE "C" TO AauTranCode
               MOVE AvtOperatorId TO AauOperatorId
               PERFORM WriteAuditRecord
               MOVE "CHANGED" TO RegisterAction
               MOVE SPACES TO RegisterNote
               PERFORM WriteAssignmentLine
           END-IF.

       BuildNewAssignment.
           MOVE AvtStudentId TO AdvStudentId
           MOVE NewEffectiveFrom TO AdvEffectiveFrom
           MOVE AvtInstructorId TO AdvInstructorId
           MOVE ZERO TO AdvEffectiveTo
           MOVE "M" TO AdvMethod
           MOVE AvtOperatorId TO AdvAssignedBy.

      *>   CloseOpenAssignment ends the student's open assignment the
      *>   day the new one takes effect, keeping its before image
      *>   for the audit trail.
       CloseOpenAssignment.
           MOVE AvtStudentId TO AdvStudentId
           MOVE OpenEffectiveFrom TO AdvEffectiveFrom
           READ AssignmentFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AdvInstructorId TO AabInstructorId
                   MOVE AdvEffectiveFrom TO AabEffectiveFrom
                   MOVE AdvEffectiveTo TO AabEffectiveTo
                   MOVE NewEffectiveFrom TO AdvEffectiveTo
                   REWRITE AdvisorAssignRec
           END-READ.

      *>   FindOpenAssignment browses the student's assignment rows
      *>   for the one with no to-date.
       FindOpenAssignment.
           MOVE "N" TO OpenFoundFlag
           MOVE ZERO TO OpenEffectiveFrom
           MOVE SPACES TO OpenInstructorId
           MOVE "00" TO AssignmentFileStatus
           MOVE StudentId OF StudentRec TO AdvStudentId
           MOVE ZERO TO AdvEffectiveFrom
           START AssignmentFile KEY NOT LESS THAN AdvisorAssignKey
               INVALID KEY MOVE "10" TO AssignmentFileStatus
           END-START
           IF NOT AssignmentAtEnd
               PERFORM ReadNextAssignment
           END-IF
           PERFORM NoteOneAssignment
               UNTIL AssignmentAtEnd
                  OR AdvStudentId NOT = StudentId OF StudentRec
           MOVE "00" TO AssignmentFileStatus.

       NoteOneAssignment.
           IF AdvEffectiveTo = ZERO
               MOVE "Y" TO OpenFoundFlag
               MOVE AdvEffectiveFrom TO OpenEffectiveFrom
               MOVE AdvInstructorId TO OpenInstructorId
           END-IF
           PERFORM ReadNextAssignment.

      *>   CountCaseloads totals the open assignments per advisor
      *>   once the night's changes are on file.
       CountCaseloads.
           MOVE "00" TO AssignmentFileStatus
           MOVE ZERO TO AdvStudentId
           MOVE ZERO TO AdvEffectiveFrom
           START AssignmentFile KEY NOT LESS THAN AdvisorAssignKey
               INVALID KEY MOVE "10" TO AssignmentFileStatus
           END-START
           IF NOT AssignmentAtEnd
               PERFORM ReadNextAssignment
           END-IF
           PERFORM CountOneAssignment UNTIL AssignmentAtEnd
           MOVE "00" TO AssignmentFileStatus.

       CountOneAssignment.
           IF AdvEffectiveTo = ZERO
               MOVE AdvInstructorId TO LookupInstructorId
               PERFORM FindAdvisorLoad
               IF FoundLoadIdx > ZERO
                   ADD 1 TO LodCaseload(FoundLoadIdx)
               END-IF
           END-IF
           PERFORM ReadNextAssignment.

      *>   AssignStudents walks the master: an active student with
      *>   no open assignment is allotted an advisor, a student who
      *>   has left has their open assignment ended.
       AssignStudents.
           MOVE "00" TO StudentMasterStatus
           MOVE ZERO TO StudentId OF StudentRec
           START StudentMasterFile
               KEY NOT LESS THAN StudentId OF StudentRec
               INVALID KEY MOVE "10" TO StudentMasterStatus
           END-START
           IF NOT MasterAtEnd
               PERFORM ReadNextStudent
           END-IF
           PERFORM ProcessOneStudent UNTIL MasterAtEnd.

       ProcessOneStudent.
           ADD 1 TO StudentsRead
           PERFORM FindOpenAssignment
           EVALUATE TRUE
               WHEN StatusActive AND NOT OpenFound
                   PERFORM AllotAdvisor
               WHEN NOT StatusActive AND OpenFound
                   PERFORM EndAssignment
           END-EVALUATE
           PERFORM ReadNextStudent.

      *>   AllotAdvisor takes the usable pool advisor for the
      *>   student's CourseID with the fewest open assignments; on
      *>   a tie the advisor listed first in the pool wins.
       AllotAdvisor.
           MOVE ZERO TO ChosenPoolIdx
           PERFORM ConsiderOnePoolEntry
               VARYING PoolIdx FROM 1 BY 1
               UNTIL PoolIdx > PoolCount
           IF ChosenPoolIdx = ZERO
               ADD 1 TO StudentsUnassigned
               MOVE "NO POOL" TO RegisterAction
               MOVE "NO ADVISOR" TO RegisterNote
               MOVE StudentId OF StudentRec TO RgdStudentId
               MOVE SPACES TO RgdFromAdvisor
               MOVE SPACES TO RgdToAdvisor
               MOVE ZERO TO RgdEffective
               PERFORM WriteRegisterLine
           ELSE
               MOVE StudentId OF StudentRec TO AdvStudentId
               MOVE TodayYYYYMMDD TO AdvEffectiveFrom
               MOVE PolInstructorId(ChosenPoolIdx) TO AdvInstructorId
               MOVE ZERO TO AdvEffectiveTo
               MOVE "A" TO AdvMethod
               MOVE RunOperatorId TO AdvAssignedBy
               WRITE AdvisorAssignRec
                   INVALID KEY
                       ADD 1 TO StudentsUnassigned
                       MOVE "NO POOL" TO RegisterAction
                       MOVE "DATE ON FILE" TO RegisterNote
                       MOVE StudentId OF StudentRec TO RgdStudentId
                       MOVE SPACES TO RgdFromAdvisor
                       MOVE AdvInstructorId TO RgdToAdvisor
                       MOVE AdvEffectiveFrom TO RgdEffective
                       PERFORM WriteRegisterLine
                   NOT INVALID KEY
                       ADD 1 TO AdvisorsAllotted
                       ADD 1 TO
                           LodCaseload(PolLoadIdx(ChosenPoolIdx))
                       MOVE SPACES TO AauBeforeImage
                       MOVE ZERO TO AabEffectiveFrom
                       MOVE ZERO TO AabEffectiveTo
                       MOVE "A" TO AauTranCode
                       MOVE RunOperatorId TO AauOperatorId
                       PERFORM WriteAuditRecord
                       MOVE "ADDED" TO RegisterAction
                       MOVE SPACES TO RegisterNote
                       PERFORM WriteAssignmentLine
               END-WRITE
           END-IF.

       ConsiderOnePoolEntry.
           IF PolCourseID(PoolIdx) = CourseID OF StudentRec
              AND PolUsableFlag(PoolIdx) = "Y"
               IF ChosenPoolIdx = ZERO
                   MOVE PoolIdx TO ChosenPoolIdx
               ELSE
                   IF LodCaseload(PolLoadIdx(PoolIdx)) <
                      LodCaseload(PolLoadIdx(ChosenPoolIdx))
                       MOVE PoolIdx TO ChosenPoolIdx
                   END-IF
               END-IF
           END-IF.

       EndAssignment.
           MOVE StudentId OF StudentRec TO AdvStudentId
           MOVE OpenEffectiveFrom TO AdvEffectiveFrom
           READ AssignmentFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AdvInstructorId TO AabInstructorId
                   MOVE AdvEffectiveFrom TO AabEffectiveFrom
                   MOVE AdvEffectiveTo TO AabEffectiveTo
                   MOVE TodayYYYYMMDD TO AdvEffectiveTo
                   REWRITE AdvisorAssignRec
                   ADD 1 TO AssignmentsEnded
                   MOVE AdvInstructorId TO LookupInstructorId
                   PERFORM FindAdvisorLoad
                   IF FoundLoadIdx > ZERO
                      AND LodCaseload(FoundLoadIdx) > ZERO
                       SUBTRACT 1 FROM LodCaseload(FoundLoadIdx)
                   END-IF
                   MOVE "E" TO AauTranCode
                   MOVE RunOperatorId TO AauOperatorId
                   PERFORM WriteAuditRecord
                   MOVE "ENDED" TO RegisterAction
                   MOVE "STUDENT LEFT" TO RegisterNote
                   MOVE StudentId OF StudentRec TO RgdStudentId
                   MOVE AdvInstructorId TO RgdFromAdvisor
                   MOVE SPACES TO RgdToAdvisor
                   MOVE TodayYYYYMMDD TO RgdEffective
                   PERFORM WriteRegisterLine
           END-READ.

      *>   WriteAuditRecord takes the after image from the
      *>   assignment record in hand; the caller has set the before
      *>   image, the transaction code and the operator.
       WriteAuditRecord.
           MOVE AdvStudentId TO AauStudentId
           MOVE AdvInstructorId TO AaaInstructorId
           MOVE AdvEffectiveFrom TO AaaEffectiveFrom
           MOVE AdvEffectiveTo TO AaaEffectiveTo
           MOVE FUNCTION CURRENT-DATE TO AauTimestamp
           WRITE AdvisorAuditRec.

       WriteAssignmentLine.
           MOVE AdvStudentId TO RgdStudentId
           MOVE AabInstructorId TO RgdFromAdvisor
           MOVE AdvInstructorId TO RgdToAdvisor
           MOVE AdvEffectiveFrom TO RgdEffective
           PERFORM WriteRegisterLine.

       WriteRegisterLine.
           MOVE RegisterAction TO RgdAction
           MOVE Surname TO RgdSurname
           MOVE CourseID OF StudentRec TO RgdCourseID
           MOVE RegisterNote TO RgdNote
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextPoolEntry.
           READ AdvisorPoolFile
               AT END MOVE "10" TO AdvisorPoolStatus
           END-READ.

       ReadNextAdvisorTran.
           READ AdvisorTranFile
               AT END MOVE "10" TO AdvisorTranStatus
           END-READ.

       ReadNextAssignment.
           READ AssignmentFile NEXT RECORD
               AT END MOVE "10" TO AssignmentFileStatus
           END-READ.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.
