       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonIndexMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Keeps the PERSONIX person index - one person number per
      *>   real individual, linked to every student, member, driver
      *>   and operator role they hold - in step with the four
      *>   masters. Run nightly after the master updates; the first
      *>   run against an empty index is the initial build.
      *>     1. Roles whose record has gone from its master come off
      *>        the index.
      *>     2. Each master is walked in turn - students, members,
      *>        drivers, operators - and a role not yet on the index
      *>        is matched by the same-person rule the alumni offer
      *>        uses: the same name either way round and the same
      *>        date of birth. A driver or operator, with no date of
      *>        birth on file, joins a person on the name alone when
      *>        exactly one person carries it. No match starts a new
      *>        person; a name shared by more than one person starts
      *>        a new one too and is listed for the office to
      *>        confirm.
      *>     3. A role whose name or date of birth has changed keeps
      *>        its person number; the match key is brought up to
      *>        date and the change listed, flagged for confirmation
      *>        where it now matches somebody else.
      *>     4. The office's PIXTRAN corrections are applied last: L
      *>        links a role to the person number keyed, U unlinks
      *>        it to a person of its own.
      *>   Everything done lists on the PIXREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PersonIndexFile ASSIGN TO "PERSONIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PixRoleKey
               ALTERNATE RECORD KEY IS PixPersonNumber
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PixMatchKey
                   WITH DUPLICATES
               FILE STATUS IS PersonIndexStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
           SELECT OfficeTranFile ASSIGN TO "PIXTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OfficeTranStatus.
           SELECT PersonIndexRegister ASSIGN TO "PIXREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PersonIndexFile.
       COPY PERSONIX.
       FD StudentMasterFile.
       COPY STUDREC.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD DriverFile.
       COPY DRIVERMS.
       FD OperatorSecurityFile.
       COPY OPERSEC.
       FD OfficeTranFile.
       01 OfficeTranRec.
           02 PxtAction PIC X.
               88 PxtLink VALUE "L".
               88 PxtUnlink VALUE "U".
           02 PxtRoleType PIC X.
           02 PxtRoleId PIC X(8).
           02 PxtPersonNumber PIC 9(7).
       FD PersonIndexRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 PersonIndexStatus PIC XX VALUE "00".
           88 PersonIndexAtEnd VALUE "10".
           88 PersonIndexNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 StudentsAtEnd VALUE "10".
           88 StudentMasterNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MembersAtEnd VALUE "10".
           88 MemberMasterNotFound VALUE "35".
       01 DriverFileStatus PIC XX VALUE "00".
           88 DriversAtEnd VALUE "10".
           88 DriverFileNotFound VALUE "35".
       01 OperatorSecurityStatus PIC XX VALUE "00".
           88 OperatorsAtEnd VALUE "10".
           88 OperatorSecurityNotFound VALUE "35".
       01 OfficeTranStatus PIC XX VALUE "00".
           88 OfficeTransAtEnd VALUE "10".
           88 OfficeTranNotFound VALUE "35".
      *>   A master not on file is neither walked nor used to
      *>   remove roles - its roles wait on the index until it is.
       01 StudentOpenFlag PIC X VALUE "N".
           88 StudentMasterOpen VALUE "Y".
       01 MemberOpenFlag PIC X VALUE "N".
           88 MemberMasterOpen VALUE "Y".
       01 DriverOpenFlag PIC X VALUE "N".
           88 DriverFileOpen VALUE "Y".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorSecurityOpen VALUE "Y".
       01 TodayYYYYMMDD PIC 9(8) VALUE ZERO.
      *>   The role being reconciled: its key, the name as its
      *>   master holds it and the date of birth (zero when the
      *>   master has none). The id views lay each master's key
      *>   into the index's left-justified PixRoleId.
       01 RoleType PIC X VALUE SPACE.
       01 RoleIdWork PIC X(8) VALUE SPACES.
       01 RoleStudentView REDEFINES RoleIdWork.
           02 RoleStudentId PIC 9(7).
           02 FILLER PIC X.
       01 RoleMemberView REDEFINES RoleIdWork.
           02 RoleMemberId PIC 9(6).
           02 FILLER PIC X(2).
       01 RoleDateOfBirth PIC 9(8) VALUE ZERO.
       01 RoleMatchName PIC X(20) VALUE SPACES.
       01 RoleOnMasterFlag PIC X VALUE "Y".
           88 RoleOnMaster VALUE "Y".
       01 NameWork PIC X(20) VALUE SPACES.
       01 NameWord1 PIC X(20) VALUE SPACES.
       01 NameWord2 PIC X(20) VALUE SPACES.
       01 NameWord3 PIC X(20) VALUE SPACES.
       01 NameWord4 PIC X(20) VALUE SPACES.
       01 NameWordCount PIC 9(2) COMP VALUE ZERO.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *>   Result of a same-person search: no person, one person
      *>   (MatchedPersonNumber) or more than one (count 2). The
      *>   role's own person is left out when re-matching a change.
       01 MatchedPersonNumber PIC 9(7) VALUE ZERO.
       01 MatchedPersonCount PIC 9 VALUE ZERO.
       01 ExcludePersonNumber PIC 9(7) VALUE ZERO.
       01 HighPersonNumber PIC 9(7) VALUE ZERO.
       01 SavedIndexRec PIC X(53) VALUE SPACES.
       01 SavedPersonNumber PIC 9(7) VALUE ZERO.
       01 PersonRoleCount PIC 9(3) COMP VALUE ZERO.
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(31) VALUE SPACES.
       01 RolesKept PIC 9(7) COMP VALUE ZERO.
       01 RolesRemoved PIC 9(7) COMP VALUE ZERO.
       01 RolesAdded PIC 9(7) COMP VALUE ZERO.
       01 RolesChanged PIC 9(7) COMP VALUE ZERO.
       01 PersonsStarted PIC 9(7) COMP VALUE ZERO.
       01 RolesToConfirm PIC 9(7) COMP VALUE ZERO.
       01 OfficeTransRead PIC 9(7) COMP VALUE ZERO.
       01 OfficeTransApplied PIC 9(7) COMP VALUE ZERO.
       01 OfficeTransRejected PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20)
           VALUE "PersonIndexMaint".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(36)
               VALUE "PERSON INDEX MAINTENANCE - RUN ON ".
           02 RghToday PIC 9(8).
       01 RegisterColumns.
           02 FILLER PIC X(40)
               VALUE "T ROLE ID   PERSON NAME                 ".
           02 FILLER PIC X(40)
               VALUE "OUTCOME  DETAIL                         ".
       01 RegisterDetail.
           02 RgdRoleType PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdRoleId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdPersonNumber PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(31).
       01 TextPersonNumber PIC Z(6)9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O PersonIndexFile
           IF PersonIndexNotFound
               OPEN OUTPUT PersonIndexFile
               CLOSE PersonIndexFile
               OPEN I-O PersonIndexFile
           END-IF
           PERFORM OpenMasters
           OPEN OUTPUT PersonIndexRegister
           MOVE TodayYYYYMMDD TO RghToday
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterColumns TO RegisterLine
           WRITE RegisterLine
           PERFORM RemoveLeftRoles
           PERFORM ReconcileStudents
           PERFORM ReconcileMembers
           PERFORM ReconcileDrivers
           PERFORM ReconcileOperators
           PERFORM ApplyOfficeTrans
           PERFORM CloseMasters
           CLOSE PersonIndexFile
           CLOSE PersonIndexRegister
           MOVE OfficeTransRead TO ReadForReport
           MOVE OfficeTransApplied TO WrittenForReport
           MOVE OfficeTransRejected TO RejectedForReport
           COMPUTE BalancingTotal = RolesKept + RolesAdded
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           DISPLAY "PersonIndexMaintenance - roles added = "
                   RolesAdded " changed = " RolesChanged
                   " removed = " RolesRemoved
           DISPLAY "PersonIndexMaintenance - new persons = "
                   PersonsStarted " to confirm = " RolesToConfirm
                   " office links = " OfficeTransApplied
                   " rejected = " OfficeTransRejected
           STOP RUN.

       OpenMasters.
           OPEN INPUT StudentMasterFile
           IF NOT StudentMasterNotFound
               MOVE "Y" TO StudentOpenFlag
           END-IF
           OPEN INPUT MemberMasterFile
           IF NOT MemberMasterNotFound
               MOVE "Y" TO MemberOpenFlag
           END-IF
           OPEN INPUT DriverFile
           IF NOT DriverFileNotFound
               MOVE "Y" TO DriverOpenFlag
           END-IF
           OPEN INPUT OperatorSecurityFile
           IF NOT OperatorSecurityNotFound
               MOVE "Y" TO OperatorOpenFlag
           END-IF.

       CloseMasters.
           IF StudentMasterOpen
               CLOSE StudentMasterFile
           END-IF
           IF MemberMasterOpen
               CLOSE MemberMasterFile
           END-IF
           IF DriverFileOpen
               CLOSE DriverFile
           END-IF
           IF OperatorSecurityOpen
               CLOSE OperatorSecurityFile
           END-IF.

      *>   RemoveLeftRoles walks the whole index in role order,
      *>   proving each role against its master, and notes the
      *>   highest person number in use for the new persons.
       RemoveLeftRoles.
           MOVE LOW-VALUES TO PixRoleKey
           START PersonIndexFile KEY NOT LESS THAN PixRoleKey
               INVALID KEY MOVE "10" TO PersonIndexStatus
           END-START
           IF NOT PersonIndexAtEnd
               PERFORM ReadNextPersonIndex
               PERFORM CheckOneIndexedRole UNTIL PersonIndexAtEnd
           END-IF.

       CheckOneIndexedRole.
           IF PixPersonNumber > HighPersonNumber
               MOVE PixPersonNumber TO HighPersonNumber
           END-IF
           MOVE "Y" TO RoleOnMasterFlag
           MOVE PixRoleId TO RoleIdWork
           EVALUATE TRUE
               WHEN PixStudent AND StudentMasterOpen
                   MOVE RoleStudentId TO StudentId OF StudentRec
                   READ StudentMasterFile
                       INVALID KEY MOVE "N" TO RoleOnMasterFlag
                   END-READ
               WHEN PixMember AND MemberMasterOpen
                   MOVE RoleMemberId TO MmbMemberId
                   READ MemberMasterFile
                       INVALID KEY MOVE "N" TO RoleOnMasterFlag
                   END-READ
               WHEN PixDriver AND DriverFileOpen
                   MOVE RoleIdWork(1:6) TO DriverId
                   READ DriverFile
                       INVALID KEY MOVE "N" TO RoleOnMasterFlag
                   END-READ
               WHEN PixOperator AND OperatorSecurityOpen
                   MOVE RoleIdWork
                       TO OperatorId OF OperatorSecurityRec
                   READ OperatorSecurityFile
                       INVALID KEY MOVE "N" TO RoleOnMasterFlag
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RoleOnMaster
               ADD 1 TO RolesKept
           ELSE
               MOVE PixRoleType TO RgdRoleType
               MOVE PixRoleId TO RgdRoleId
               MOVE PixPersonNumber TO RgdPersonNumber
               MOVE PixMatchName TO RgdName
               MOVE "REMOVED" TO RgdOutcome
               MOVE "No longer on its master" TO RgdText
               DELETE PersonIndexFile RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO RolesRemoved
               PERFORM WriteRegisterDetail
           END-IF
           PERFORM ReadNextPersonIndex.

       ReconcileStudents.
           IF StudentMasterOpen
               MOVE ZERO TO StudentId OF StudentRec
               START StudentMasterFile
                   KEY NOT LESS THAN StudentId OF StudentRec
                   INVALID KEY MOVE "10" TO StudentMasterStatus
               END-START
               IF NOT StudentsAtEnd
                   PERFORM ReadNextStudent
                   PERFORM ReconcileOneStudent UNTIL StudentsAtEnd
               END-IF
           END-IF.

       ReconcileOneStudent.
           MOVE "S" TO RoleType
           MOVE SPACES TO RoleIdWork
           MOVE StudentId OF StudentRec TO RoleStudentId
           MOVE SPACES TO NameWork
           STRING Forename DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  Surname DELIMITED BY SPACE
               INTO NameWork
           END-STRING
           COMPUTE RoleDateOfBirth = YOB * 10000 + MOB * 100 + DOB
           PERFORM ReconcileOneRole
           PERFORM ReadNextStudent.

       ReconcileMembers.
           IF MemberMasterOpen
               MOVE ZERO TO MmbMemberId
               START MemberMasterFile KEY NOT LESS THAN MmbMemberId
                   INVALID KEY MOVE "10" TO MemberMasterStatus
               END-START
               IF NOT MembersAtEnd
                   PERFORM ReadNextMember
                   PERFORM ReconcileOneMember UNTIL MembersAtEnd
               END-IF
           END-IF.

       ReconcileOneMember.
           MOVE "M" TO RoleType
           MOVE SPACES TO RoleIdWork
           MOVE MmbMemberId TO RoleMemberId
           MOVE MmbMemberName TO NameWork
           MOVE MmbDateOfBirth TO RoleDateOfBirth
           PERFORM ReconcileOneRole
           PERFORM ReadNextMember.

       ReconcileDrivers.
           IF DriverFileOpen
               MOVE LOW-VALUES TO DriverId
               START DriverFile KEY NOT LESS THAN DriverId
                   INVALID KEY MOVE "10" TO DriverFileStatus
               END-START
               IF NOT DriversAtEnd
                   PERFORM ReadNextDriver
                   PERFORM ReconcileOneDriver UNTIL DriversAtEnd
               END-IF
           END-IF.

       ReconcileOneDriver.
           MOVE "D" TO RoleType
           MOVE DriverId TO RoleIdWork
           MOVE DriverName TO NameWork
           MOVE ZERO TO RoleDateOfBirth
           PERFORM ReconcileOneRole
           PERFORM ReadNextDriver.

       ReconcileOperators.
           IF OperatorSecurityOpen
               MOVE LOW-VALUES TO OperatorId OF OperatorSecurityRec
               START OperatorSecurityFile
                   KEY NOT LESS THAN OperatorId OF OperatorSecurityRec
                   INVALID KEY MOVE "10" TO OperatorSecurityStatus
               END-START
               IF NOT OperatorsAtEnd
                   PERFORM ReadNextOperator
                   PERFORM ReconcileOneOperator UNTIL OperatorsAtEnd
               END-IF
           END-IF.

       ReconcileOneOperator.
           MOVE "O" TO RoleType
           MOVE OperatorId OF OperatorSecurityRec TO RoleIdWork
           MOVE OperatorName TO NameWork
           MOVE ZERO TO RoleDateOfBirth
           PERFORM ReconcileOneRole
           PERFORM ReadNextOperator.

      *>   ReconcileOneRole - the role as its master holds it
      *>   tonight against the role as the index holds it.
       ReconcileOneRole.
           PERFORM BuildMatchName
           MOVE RoleType TO PixRoleType
           MOVE RoleIdWork TO PixRoleId
           READ PersonIndexFile KEY IS PixRoleKey
               INVALID KEY
                   PERFORM AddNewRole
               NOT INVALID KEY
                   PERFORM CheckRoleChanged
           END-READ.

      *>   BuildMatchName turns the name in NameWork into the match
      *>   name: upper case, single spaces between the words, and a
      *>   two-word name in alphabetical word order, so "Smith
      *>   John" on the member master meets John Smith the student.
       BuildMatchName.
           INSPECT NameWork
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE SPACES TO NameWord1 NameWord2 NameWord3 NameWord4
           MOVE ZERO TO NameWordCount
           UNSTRING NameWork DELIMITED BY ALL SPACE
               INTO NameWord1 NameWord2 NameWord3 NameWord4
               TALLYING IN NameWordCount
           END-UNSTRING
           MOVE SPACES TO RoleMatchName
           IF NameWord3 = SPACES AND NameWord2 NOT = SPACES
              AND NameWord2 < NameWord1
               STRING NameWord2 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NameWord1 DELIMITED BY SPACE
                   INTO RoleMatchName
               END-STRING
           ELSE
               STRING NameWord1 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NameWord2 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NameWord3 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NameWord4 DELIMITED BY SPACE
                   INTO RoleMatchName
               END-STRING
           END-IF.

       AddNewRole.
           MOVE ZERO TO ExcludePersonNumber
           PERFORM FindPersonByName
           MOVE RoleType TO PixRoleType
           MOVE RoleIdWork TO PixRoleId
           MOVE RoleMatchName TO PixMatchName
           MOVE RoleDateOfBirth TO PixDateOfBirth
           MOVE TodayYYYYMMDD TO PixLinkedDate
           MOVE SPACES TO RgdText
           EVALUATE MatchedPersonCount
               WHEN 1
                   MOVE MatchedPersonNumber TO PixPersonNumber
                   IF RoleDateOfBirth = ZERO
                       MOVE "N" TO PixLinkMethod
                       MOVE "Linked on the name alone" TO RgdText
                   ELSE
                       MOVE "R" TO PixLinkMethod
                       MOVE "Linked on name and birth date"
                           TO RgdText
                   END-IF
                   MOVE "LINKED" TO RgdOutcome
               WHEN ZERO
                   PERFORM StartNewPerson
                   MOVE "NEW" TO RgdOutcome
               WHEN OTHER
                   PERFORM StartNewPerson
                   MOVE "CONFIRM" TO RgdOutcome
                   MOVE "Name held by several persons"
                       TO RgdText
                   ADD 1 TO RolesToConfirm
           END-EVALUATE
           WRITE PersonIndexRec
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO RolesAdded
           PERFORM ReportRole.

       StartNewPerson.
           ADD 1 TO HighPersonNumber
           MOVE HighPersonNumber TO PixPersonNumber
           MOVE "P" TO PixLinkMethod
           ADD 1 TO PersonsStarted.

      *>   CheckRoleChanged - a name or birth date changed on the
      *>   master keeps the person number (the person is the same,
      *>   whatever the clerk corrected) but moves the match key.
       CheckRoleChanged.
           IF PixMatchName NOT = RoleMatchName
              OR PixDateOfBirth NOT = RoleDateOfBirth
               MOVE PersonIndexRec TO SavedIndexRec
               MOVE PixPersonNumber TO ExcludePersonNumber
               PERFORM FindPersonByName
               MOVE SavedIndexRec TO PersonIndexRec
               MOVE RoleMatchName TO PixMatchName
               MOVE RoleDateOfBirth TO PixDateOfBirth
               REWRITE PersonIndexRec
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO RolesChanged
               IF MatchedPersonCount = ZERO
                   MOVE "CHANGED" TO RgdOutcome
                   MOVE "Name or birth date changed" TO RgdText
               ELSE
                   MOVE "CONFIRM" TO RgdOutcome
                   MOVE MatchedPersonNumber TO TextPersonNumber
                   MOVE SPACES TO RgdText
                   STRING "Changed, now matches "
                          DELIMITED BY SIZE
                          TextPersonNumber DELIMITED BY SIZE
                       INTO RgdText
                   END-STRING
                   ADD 1 TO RolesToConfirm
               END-IF
               PERFORM ReportRole
           END-IF.

      *>   FindPersonByName walks the index's match key from the
      *>   first entry under the role's match name. A dated role
      *>   counts the persons with its name and date of birth; an
      *>   undated one counts every person with its name.
       FindPersonByName.
           MOVE ZERO TO MatchedPersonNumber
           MOVE ZERO TO MatchedPersonCount
           MOVE RoleMatchName TO PixMatchName
           MOVE ZERO TO PixDateOfBirth
           START PersonIndexFile KEY NOT LESS THAN PixMatchKey
               INVALID KEY MOVE "10" TO PersonIndexStatus
           END-START
           IF NOT PersonIndexAtEnd
               PERFORM ReadNextPersonIndex
               PERFORM CountOneNamedPerson
                   UNTIL PersonIndexAtEnd
                      OR PixMatchName NOT = RoleMatchName
           END-IF.

       CountOneNamedPerson.
           IF (RoleDateOfBirth = ZERO
               OR PixDateOfBirth = RoleDateOfBirth)
              AND PixPersonNumber NOT = ExcludePersonNumber
               IF MatchedPersonCount = ZERO
                   MOVE PixPersonNumber TO MatchedPersonNumber
                   MOVE 1 TO MatchedPersonCount
               ELSE
                   IF PixPersonNumber NOT = MatchedPersonNumber
                       MOVE 2 TO MatchedPersonCount
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextPersonIndex.

       ApplyOfficeTrans.
           OPEN INPUT OfficeTranFile
           IF NOT OfficeTranNotFound
               PERFORM ReadNextOfficeTran
               PERFORM ApplyOneOfficeTran UNTIL OfficeTransAtEnd
               CLOSE OfficeTranFile
           END-IF.

      *>   ApplyOneOfficeTran - the office's word on who is who. A
      *>   link must name a person already on the index; an unlink
      *>   of a person's only role would change nothing.
       ApplyOneOfficeTran.
           ADD 1 TO OfficeTransRead
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE PxtRoleType TO PixRoleType
           MOVE PxtRoleId TO PixRoleId
           READ PersonIndexFile KEY IS PixRoleKey
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Role not on the person index"
                       TO RejectReason
           END-READ
           IF TranValid
               MOVE PersonIndexRec TO SavedIndexRec
               MOVE PixPersonNumber TO SavedPersonNumber
               EVALUATE TRUE
                   WHEN PxtLink
                       PERFORM ProveLinkTarget
                   WHEN PxtUnlink
                       PERFORM ProveUnlink
                   WHEN OTHER
                       MOVE "N" TO TranOk
                       MOVE "Action not L or U" TO RejectReason
               END-EVALUATE
           END-IF
           IF TranValid
               MOVE SavedIndexRec TO PersonIndexRec
               IF PxtLink
                   MOVE PxtPersonNumber TO PixPersonNumber
               ELSE
                   ADD 1 TO HighPersonNumber
                   MOVE HighPersonNumber TO PixPersonNumber
                   ADD 1 TO PersonsStarted
               END-IF
               MOVE "K" TO PixLinkMethod
               MOVE TodayYYYYMMDD TO PixLinkedDate
               REWRITE PersonIndexRec
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO OfficeTransApplied
               MOVE PixPersonNumber TO RgdPersonNumber
               MOVE PixMatchName TO RgdName
               MOVE "APPLIED" TO RgdOutcome
               MOVE SavedPersonNumber TO TextPersonNumber
               MOVE SPACES TO RgdText
               STRING "Office link, was person "
                      DELIMITED BY SIZE
                      TextPersonNumber DELIMITED BY SIZE
                   INTO RgdText
               END-STRING
           ELSE
               ADD 1 TO OfficeTransRejected
               MOVE PxtPersonNumber TO RgdPersonNumber
               MOVE SPACES TO RgdName
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE PxtRoleType TO RgdRoleType
           MOVE PxtRoleId TO RgdRoleId
           PERFORM WriteRegisterDetail
           PERFORM ReadNextOfficeTran.

       ProveLinkTarget.
           IF PxtPersonNumber = SavedPersonNumber
               MOVE "N" TO TranOk
               MOVE "Already linked to that person" TO RejectReason
           ELSE
               MOVE PxtPersonNumber TO PixPersonNumber
               START PersonIndexFile KEY IS EQUAL TO PixPersonNumber
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Person number not on the index"
                           TO RejectReason
               END-START
           END-IF.

       ProveUnlink.
           MOVE ZERO TO PersonRoleCount
           MOVE SavedPersonNumber TO PixPersonNumber
           START PersonIndexFile KEY IS EQUAL TO PixPersonNumber
               INVALID KEY MOVE "10" TO PersonIndexStatus
           END-START
           IF NOT PersonIndexAtEnd
               PERFORM ReadNextPersonIndex
               PERFORM CountOnePersonRole
                   UNTIL PersonIndexAtEnd
                      OR PixPersonNumber NOT = SavedPersonNumber
           END-IF
           IF PersonRoleCount < 2
               MOVE "N" TO TranOk
               MOVE "The person's only role" TO RejectReason
           END-IF.

       CountOnePersonRole.
           ADD 1 TO PersonRoleCount
           PERFORM ReadNextPersonIndex.

       ReportRole.
           MOVE RoleType TO RgdRoleType
           MOVE RoleIdWork TO RgdRoleId
           MOVE PixPersonNumber TO RgdPersonNumber
           MOVE RoleMatchName TO RgdName
           PERFORM WriteRegisterDetail.

       WriteRegisterDetail.
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextPersonIndex.
           READ PersonIndexFile NEXT RECORD
               AT END MOVE "10" TO PersonIndexStatus
           END-READ.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextDriver.
           READ DriverFile NEXT RECORD
               AT END MOVE "10" TO DriverFileStatus
           END-READ.

       ReadNextOperator.
           READ OperatorSecurityFile NEXT RECORD
               AT END MOVE "10" TO OperatorSecurityStatus
           END-READ.

       ReadNextOfficeTran.
           READ OfficeTranFile
               AT END MOVE "10" TO OfficeTranStatus
           END-READ.
