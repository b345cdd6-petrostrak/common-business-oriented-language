       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonIndexInquiry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Shows every role a person holds - student, member, driver
      *>   and operator - from the PERSONIX person index, with the
      *>   name and standing each master has for them, so an
      *>   address change or a personal data request is traced to
      *>   every record at once. The clerk keys any one of the
      *>   person's roles (S, M, D or O and its id) or the person
      *>   number itself (P), repeating until Q - the same rhythm as
      *>   StudentInquiry.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
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
       WORKING-STORAGE SECTION.
       01 PersonIndexStatus PIC XX VALUE "00".
           88 PersonIndexAtEnd VALUE "10".
           88 PersonIndexNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 DriverFileStatus PIC XX VALUE "00".
       01 OperatorSecurityStatus PIC XX VALUE "00".
       01 InquiryType PIC X VALUE SPACE.
           88 EndOfInquiry VALUE "Q", "q".
           88 InquiryByPerson VALUE "P", "p".
           88 InquiryByDriver VALUE "D".
           88 InquiryByOperator VALUE "O".
       01 InquiryId PIC X(8) VALUE SPACES.
       01 InquiryNumber PIC 9(7) VALUE ZERO.
       01 RoleIdWork PIC X(8) VALUE SPACES.
       01 RoleStudentView REDEFINES RoleIdWork.
           02 RoleStudentId PIC 9(7).
           02 FILLER PIC X.
       01 RoleMemberView REDEFINES RoleIdWork.
           02 RoleMemberId PIC 9(6).
           02 FILLER PIC X(2).
       01 FoundPersonNumber PIC 9(7) VALUE ZERO.
       01 RolesShown PIC 9(3) VALUE ZERO.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT PersonIndexFile
           IF PersonIndexNotFound
               DISPLAY "No person index on file"
           ELSE
               OPEN INPUT StudentMasterFile
               OPEN INPUT MemberMasterFile
               OPEN INPUT DriverFile
               OPEN INPUT OperatorSecurityFile
               PERFORM AcceptInquiry
               PERFORM AnswerInquiry UNTIL EndOfInquiry
               CLOSE StudentMasterFile
               CLOSE MemberMasterFile
               CLOSE DriverFile
               CLOSE OperatorSecurityFile
               CLOSE PersonIndexFile
           END-IF
           GOBACK.

       AnswerInquiry.
           MOVE ZERO TO FoundPersonNumber
           IF InquiryByPerson
               MOVE InquiryNumber TO FoundPersonNumber
           ELSE
               PERFORM FindPersonForRole
           END-IF
           IF FoundPersonNumber NOT = ZERO
               PERFORM ShowPersonRoles
           END-IF
           PERFORM AcceptInquiry.

      *>   FindPersonForRole lays the keyed id out the way the
      *>   index holds it - numeric ids left-justified at their
      *>   full width - and reads the role.
       FindPersonForRole.
           MOVE SPACES TO RoleIdWork
           EVALUATE InquiryType
               WHEN "S"
                   MOVE InquiryNumber TO RoleStudentId
                   MOVE RoleIdWork(1:7) TO InquiryId
               WHEN "M"
                   MOVE InquiryNumber TO RoleMemberId
                   MOVE RoleIdWork(1:6) TO InquiryId
               WHEN OTHER
                   MOVE InquiryId TO RoleIdWork
           END-EVALUATE
           MOVE InquiryType TO PixRoleType
           MOVE RoleIdWork TO PixRoleId
           READ PersonIndexFile KEY IS PixRoleKey
               INVALID KEY
                   DISPLAY "Role " InquiryType " " InquiryId
                           " is not on the person index"
               NOT INVALID KEY
                   MOVE PixPersonNumber TO FoundPersonNumber
           END-READ.

       ShowPersonRoles.
           MOVE ZERO TO RolesShown
           MOVE FoundPersonNumber TO PixPersonNumber
           START PersonIndexFile KEY IS EQUAL TO PixPersonNumber
               INVALID KEY MOVE "10" TO PersonIndexStatus
           END-START
           IF NOT PersonIndexAtEnd
               DISPLAY "--- Person " FoundPersonNumber " ---"
               PERFORM ReadNextPersonIndex
               PERFORM ShowOneRole
                   UNTIL PersonIndexAtEnd
                      OR PixPersonNumber NOT = FoundPersonNumber
           END-IF
           IF RolesShown = ZERO
               DISPLAY "Person " FoundPersonNumber
                       " holds no role on the index"
           END-IF.

      *>   ShowOneRole - the link as the index holds it, then the
      *>   role's own master for the name and standing; a role
      *>   missing from its master is awaiting the nightly removal.
       ShowOneRole.
           ADD 1 TO RolesShown
           MOVE PixRoleId TO RoleIdWork
           EVALUATE TRUE
               WHEN PixStudent
                   DISPLAY "Student  " PixRoleId " linked "
                           PixLinkedDate " by " PixLinkMethod
                   MOVE RoleStudentId TO StudentId OF StudentRec
                   READ StudentMasterFile
                       INVALID KEY
                           DISPLAY "   not on the student master"
                       NOT INVALID KEY
                           DISPLAY "   " Surname ", " Forename
                                   " born " DOB "/" MOB "/" YOB
                                   " status " StudentStatus
                   END-READ
               WHEN PixMember
                   DISPLAY "Member   " PixRoleId " linked "
                           PixLinkedDate " by " PixLinkMethod
                   MOVE RoleMemberId TO MmbMemberId
                   READ MemberMasterFile
                       INVALID KEY
                           DISPLAY "   not on the member master"
                       NOT INVALID KEY
                           DISPLAY "   " MmbMemberName
                                   " born " MmbDateOfBirth
                                   " status " MmbStatus
                   END-READ
               WHEN PixDriver
                   DISPLAY "Driver   " PixRoleId " linked "
                           PixLinkedDate " by " PixLinkMethod
                   MOVE RoleIdWork(1:6) TO DriverId
                   READ DriverFile
                       INVALID KEY
                           DISPLAY "   not on the driver master"
                       NOT INVALID KEY
                           DISPLAY "   " DriverName
                                   " licence to " DriverLicenceExpiry
                                   " dept " DriverCostCentre
                   END-READ
               WHEN PixOperator
                   DISPLAY "Operator " PixRoleId " linked "
                           PixLinkedDate " by " PixLinkMethod
                   MOVE RoleIdWork
                       TO OperatorId OF OperatorSecurityRec
                   READ OperatorSecurityFile
                       INVALID KEY
                           DISPLAY "   not on the security file"
                       NOT INVALID KEY
                           DISPLAY "   " OperatorName
                   END-READ
               WHEN OTHER
                   DISPLAY "Role " PixRoleKey " of unknown type"
           END-EVALUATE
           PERFORM ReadNextPersonIndex.

       ReadNextPersonIndex.
           READ PersonIndexFile NEXT RECORD
               AT END MOVE "10" TO PersonIndexStatus
           END-READ.

       AcceptInquiry.
           DISPLAY "Role S/M/D/O, P person number, Q quit - "
                   WITH NO ADVANCING
           ACCEPT InquiryType
           INSPECT InquiryType
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE SPACES TO InquiryId
           MOVE ZERO TO InquiryNumber
           IF InquiryByDriver OR InquiryByOperator
               DISPLAY "Id - " WITH NO ADVANCING
               ACCEPT InquiryId
           ELSE
               IF NOT EndOfInquiry
                   DISPLAY "Number - " WITH NO ADVANCING
                   ACCEPT InquiryNumber
               END-IF
           END-IF.
