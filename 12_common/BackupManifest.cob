       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupManifest.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Backup manifest and restore verification for the masters
      *>   and logs the nightly backup copies off-site: the student
      *>   and enrolment masters, the member master and arrears,
      *>   the fleet, branch, contact and driver masters, and the
      *>   student, member and grade audit trails. The BKUPPARM
      *>   card picks the run:
      *>     M - run straight after the nightly copies are taken:
      *>         each file is read end to end and its record count
      *>         and hash total appended to the BKMANIF manifest
      *>         under today's date (a file not on disk is entered
      *>         as absent).
      *>     V - run with the DD names pointed at a scratch restore
      *>         of the backup taken on the date the card carries:
      *>         each restored file is counted the same way and
      *>         proved against that date's manifest entry. Any
      *>         mismatch, a file the manifest holds that did not
      *>         restore (an error, 3234), or no manifest for the
      *>         date at all (severe, 3233) is raised through
      *>         ExceptionHandler and sets the return code - the
      *>         report is the tested recovery position shown to
      *>         the auditors.
      *>   Both modes count through the same paragraphs, so the
      *>   totals cannot drift apart between backup and restore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackupParmFile ASSIGN TO "BKUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackupParmStatus.
           SELECT ManifestFile ASSIGN TO "BKMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ManifestFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT ArrearsFile ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ArrearsKey
               FILE STATUS IS ArrearsFileStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT StudentAuditFile ASSIGN TO "STUDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentAuditStatus.
           SELECT MemberAuditFile ASSIGN TO "MEMBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberAuditStatus.
           SELECT GradeAuditFile ASSIGN TO "GRADAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeAuditStatus.
           SELECT BackupReport ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BackupParmFile.
       01 BackupParmRec.
           02 BkpMode PIC X.
           02 BkpBackupDate PIC 9(8).
       FD ManifestFile.
       COPY BKMANIF.
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD FleetFile.
       COPY FLEETREC.
       FD BranchFile.
       COPY BRANCHREF.
       FD ArrearsFile.
       COPY ARREARS.
       FD ContactFile.
       COPY CONTACT.
       FD DriverFile.
       COPY DRIVERMS.
       FD StudentAuditFile.
       COPY STUDAUD.
       FD MemberAuditFile.
       COPY MEMBAUD.
       FD GradeAuditFile.
       COPY GRADAUD.
       FD BackupReport.
       01 ReportLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 BackupParmStatus PIC XX VALUE "00".
           88 BackupParmNotFound VALUE "35".
       01 ManifestFileStatus PIC XX VALUE "00".
           88 ManifestAtEnd VALUE "10".
           88 ManifestNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 StudentsAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentsAtEnd VALUE "10".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MembersAtEnd VALUE "10".
       01 FleetFileStatus PIC XX VALUE "00".
           88 VehiclesAtEnd VALUE "10".
       01 BranchFileStatus PIC XX VALUE "00".
           88 BranchesAtEnd VALUE "10".
       01 ArrearsFileStatus PIC XX VALUE "00".
           88 ArrearsAtEnd VALUE "10".
       01 ContactFileStatus PIC XX VALUE "00".
           88 ContactsAtEnd VALUE "10".
       01 DriverFileStatus PIC XX VALUE "00".
           88 DriversAtEnd VALUE "10".
       01 StudentAuditStatus PIC XX VALUE "00".
           88 StudentAuditsAtEnd VALUE "10".
       01 MemberAuditStatus PIC XX VALUE "00".
           88 MemberAuditsAtEnd VALUE "10".
       01 GradeAuditStatus PIC XX VALUE "00".
           88 GradeAuditsAtEnd VALUE "10".
       01 TodayYYYYMMDD PIC 9(8) VALUE ZERO.
       01 RunMode PIC X VALUE "M".
           88 ManifestMode VALUE "M".
           88 VerifyMode VALUE "V".
       01 RunBackupDate PIC 9(8) VALUE ZERO.
      *>   The file being counted: its DD name, whether it opened,
      *>   and the count and hash total read from it.
       01 TallyFileName PIC X(8) VALUE SPACES.
       01 TallyStatus PIC XX VALUE "00".
           88 TallyFileNotFound VALUE "35".
       01 TallyState PIC X VALUE "B".
           88 TallyFileBackedUp VALUE "B".
       01 TallyCount PIC 9(9) VALUE ZERO.
       01 TallyHash PIC 9(15) VALUE ZERO.
      *>   The chosen date's manifest, loaded for the verification.
      *>   A manifest taken twice in a day (a rerun) leaves the
      *>   later entry standing for each file.
       01 ManifestMax PIC 9(2) VALUE 20.
       01 ManifestCount PIC 9(2) VALUE ZERO.
       01 ManifestTable.
           02 ManifestEntry OCCURS 20 TIMES.
               03 MfeFileName PIC X(8).
               03 MfeState PIC X.
               03 MfeCount PIC 9(9).
               03 MfeHash PIC 9(15).
       01 ManifestIdx PIC 9(2) COMP VALUE ZERO.
       01 FoundIdx PIC 9(2) COMP VALUE ZERO.
       01 MismatchReason PIC X(40) VALUE SPACES.
       01 FilesTallied PIC 9(7) VALUE ZERO.
       01 FilesProved PIC 9(7) VALUE ZERO.
       01 FilesFailed PIC 9(7) VALUE ZERO.
       01 RecordsTallied PIC 9(11) VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "BackupManifest".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 RphTitle PIC X(30).
           02 FILLER PIC X(16) VALUE "BACKUP TAKEN ON ".
           02 RphBackupDate PIC 9(8).
           02 FILLER PIC X(9) VALUE " - RUN ON".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RphToday PIC 9(8).
       01 ReportColumns.
           02 FILLER PIC X(40)
               VALUE "FILE       RECORDS      HASH TOTAL  MAN ".
           02 FILLER PIC X(40)
               VALUE "RECS   MANIFEST HASH OUTCOME            ".
       01 ReportDetail.
           02 RpdFileName PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RpdCount PIC Z(8)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RpdHash PIC Z(14)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RpdManifestCount PIC Z(8)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RpdManifestHash PIC Z(14)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RpdOutcome PIC X(12).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO RunBackupDate
           PERFORM ReadBackupParm
           OPEN OUTPUT BackupReport
           IF VerifyMode
               MOVE "RESTORE VERIFICATION - " TO RphTitle
           ELSE
               MOVE "BACKUP MANIFEST - " TO RphTitle
           END-IF
           MOVE RunBackupDate TO RphBackupDate
           MOVE TodayYYYYMMDD TO RphToday
           MOVE ReportHeading TO ReportLine
           WRITE ReportLine
           MOVE ReportColumns TO ReportLine
           WRITE ReportLine
           IF VerifyMode
               PERFORM LoadManifestForDate
               IF ManifestCount = ZERO
                   MOVE 3233 TO ExceptionNumber
                   MOVE "S" TO ExceptionSeverity
                   MOVE SPACES TO ExceptionText
                   STRING "No backup manifest for " RunBackupDate
                          " - restore not proved"
                       DELIMITED BY SIZE INTO ExceptionText
                   PERFORM RaiseBackupException
                   MOVE "NO MANIFEST FOR THE DATE - NOTHING PROVED"
                       TO ReportLine
                   WRITE ReportLine
               ELSE
                   PERFORM TallyAllFiles
               END-IF
           ELSE
               OPEN EXTEND ManifestFile
               IF ManifestNotFound
                   OPEN OUTPUT ManifestFile
               END-IF
               PERFORM TallyAllFiles
               CLOSE ManifestFile
           END-IF
           CLOSE BackupReport
           MOVE FilesTallied TO ReadForReport
           MOVE FilesProved TO WrittenForReport
           MOVE FilesFailed TO RejectedForReport
           MOVE RecordsTallied TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           DISPLAY "BackupManifest - mode " RunMode " for "
                   RunBackupDate " files = " FilesTallied
                   " proved = " FilesProved
                   " failed = " FilesFailed
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

      *>   ReadBackupParm - no card is the nightly manifest; a
      *>   verification card without a date proves today's backup.
       ReadBackupParm.
           OPEN INPUT BackupParmFile
           IF BackupParmNotFound
               CONTINUE
           ELSE
               READ BackupParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BkpMode = "V"
                           MOVE "V" TO RunMode
                           IF BkpBackupDate IS NUMERIC
                              AND BkpBackupDate NOT = ZERO
                               MOVE BkpBackupDate TO RunBackupDate
                           END-IF
                       END-IF
               END-READ
               CLOSE BackupParmFile
           END-IF.

       LoadManifestForDate.
           OPEN INPUT ManifestFile
           IF NOT ManifestNotFound
               PERFORM ReadNextManifest
               PERFORM LoadOneManifestEntry UNTIL ManifestAtEnd
               CLOSE ManifestFile
           END-IF.

       LoadOneManifestEntry.
           IF BkmBackupDate = RunBackupDate
               MOVE BkmFileName TO TallyFileName
               PERFORM FindManifestEntry
               IF FoundIdx = ZERO AND ManifestCount < ManifestMax
                   ADD 1 TO ManifestCount
                   MOVE ManifestCount TO FoundIdx
               END-IF
               IF FoundIdx NOT = ZERO
                   MOVE BkmFileName TO MfeFileName(FoundIdx)
                   MOVE BkmFileState TO MfeState(FoundIdx)
                   MOVE BkmRecordCount TO MfeCount(FoundIdx)
                   MOVE BkmHashTotal TO MfeHash(FoundIdx)
               END-IF
           END-IF
           PERFORM ReadNextManifest.

       FindManifestEntry.
           MOVE ZERO TO FoundIdx
           PERFORM MatchOneManifestEntry
               VARYING ManifestIdx FROM 1 BY 1
               UNTIL ManifestIdx > ManifestCount OR FoundIdx NOT = ZERO.

       MatchOneManifestEntry.
           IF MfeFileName(ManifestIdx) = TallyFileName
               MOVE ManifestIdx TO FoundIdx
           END-IF.

       TallyAllFiles.
           PERFORM TallyStudentMaster
           PERFORM TallyEnrollment
           PERFORM TallyMemberMaster
           PERFORM TallyFleet
           PERFORM TallyBranch
           PERFORM TallyArrears
           PERFORM TallyContact
           PERFORM TallyDriver
           PERFORM TallyStudentAudit
           PERFORM TallyMemberAudit
           PERFORM TallyGradeAudit.

      *>   One Tally paragraph per file: open it, add every
      *>   record's hash fields, and hand the totals to
      *>   RecordTally. Records are read in key order, which is
      *>   how the backup copy was taken.
       TallyStudentMaster.
           MOVE "STUDMAST" TO TallyFileName
           PERFORM StartTally
           OPEN INPUT StudentMasterFile
           MOVE StudentMasterStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextStudent
               PERFORM TallyOneStudent UNTIL StudentsAtEnd
               CLOSE StudentMasterFile
           END-IF
           PERFORM RecordTally.

       TallyOneStudent.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + StudentId OF StudentRec
                   + YOB * 10000 + MOB * 100 + DOB
           PERFORM ReadNextStudent.

       TallyEnrollment.
           MOVE "ENROLDTL" TO TallyFileName
           PERFORM StartTally
           OPEN INPUT EnrollmentFile
           MOVE EnrollmentFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextEnrollment
               PERFORM TallyOneEnrollment UNTIL EnrollmentsAtEnd
               CLOSE EnrollmentFile
           END-IF
           PERFORM RecordTally.

       TallyOneEnrollment.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + EnrStudentId
                   + EnrGrade * 100
           PERFORM ReadNextEnrollment.

       TallyMemberMaster.
           MOVE "MEMBMAST" TO TallyFileName
           PERFORM StartTally
           OPEN INPUT MemberMasterFile
           MOVE MemberMasterStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextMember
               PERFORM TallyOneMember UNTIL MembersAtEnd
               CLOSE MemberMasterFile
           END-IF
           PERFORM RecordTally.

       TallyOneMember.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + MmbMemberId
                   + MmbDateOfBirth
           PERFORM ReadNextMember.

       TallyFleet.
           MOVE "FLEETMS " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT FleetFile
           MOVE FleetFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextVehicle
               PERFORM TallyOneVehicle UNTIL VehiclesAtEnd
               CLOSE FleetFile
           END-IF
           PERFORM RecordTally.

      *>   The fleet master's key is a registration, not a number,
      *>   so its hash is the mileage and purchase price.
       TallyOneVehicle.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + Mileage
                   + PurchasePrice * 100
           PERFORM ReadNextVehicle.

       TallyBranch.
           MOVE "BRANCHMS" TO TallyFileName
           PERFORM StartTally
           OPEN INPUT BranchFile
           MOVE BranchFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextBranch
               PERFORM TallyOneBranch UNTIL BranchesAtEnd
               CLOSE BranchFile
           END-IF
           PERFORM RecordTally.

       TallyOneBranch.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + CityCode OF BranchRec
                   + BranchOpenedDate
           PERFORM ReadNextBranch.

       TallyArrears.
           MOVE "ARREARS " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT ArrearsFile
           MOVE ArrearsFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextArrears
               PERFORM TallyOneArrears UNTIL ArrearsAtEnd
               CLOSE ArrearsFile
           END-IF
           PERFORM RecordTally.

       TallyOneArrears.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + ArrMemberId
                   + ArrBalance * 100
           PERFORM ReadNextArrears.

       TallyContact.
           MOVE "CONTACT " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT ContactFile
           MOVE ContactFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextContact
               PERFORM TallyOneContact UNTIL ContactsAtEnd
               CLOSE ContactFile
           END-IF
           PERFORM RecordTally.

       TallyOneContact.
           ADD 1 TO TallyCount
           ADD CttPersonId TO TallyHash
           PERFORM ReadNextContact.

       TallyDriver.
           MOVE "DRIVERMS" TO TallyFileName
           PERFORM StartTally
           OPEN INPUT DriverFile
           MOVE DriverFileStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextDriver
               PERFORM TallyOneDriver UNTIL DriversAtEnd
               CLOSE DriverFile
           END-IF
           PERFORM RecordTally.

       TallyOneDriver.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + DriverLicenceExpiry
                   + DriverPenaltyPoints
           PERFORM ReadNextDriver.

       TallyStudentAudit.
           MOVE "STUDAUD " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT StudentAuditFile
           MOVE StudentAuditStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextStudentAudit
               PERFORM TallyOneStudentAudit UNTIL StudentAuditsAtEnd
               CLOSE StudentAuditFile
           END-IF
           PERFORM RecordTally.

       TallyOneStudentAudit.
           ADD 1 TO TallyCount
           ADD AudStudentId TO TallyHash
           PERFORM ReadNextStudentAudit.

       TallyMemberAudit.
           MOVE "MEMBAUD " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT MemberAuditFile
           MOVE MemberAuditStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextMemberAudit
               PERFORM TallyOneMemberAudit UNTIL MemberAuditsAtEnd
               CLOSE MemberAuditFile
           END-IF
           PERFORM RecordTally.

       TallyOneMemberAudit.
           ADD 1 TO TallyCount
           ADD MauMemberId TO TallyHash
           PERFORM ReadNextMemberAudit.

       TallyGradeAudit.
           MOVE "GRADAUD " TO TallyFileName
           PERFORM StartTally
           OPEN INPUT GradeAuditFile
           MOVE GradeAuditStatus TO TallyStatus
           IF NOT TallyFileNotFound
               PERFORM ReadNextGradeAudit
               PERFORM TallyOneGradeAudit UNTIL GradeAuditsAtEnd
               CLOSE GradeAuditFile
           END-IF
           PERFORM RecordTally.

       TallyOneGradeAudit.
           ADD 1 TO TallyCount
           COMPUTE TallyHash = TallyHash + GauStudentId
                   + GauAfterGrade * 100
           PERFORM ReadNextGradeAudit.

       StartTally.
           MOVE ZERO TO TallyCount
           MOVE ZERO TO TallyHash
           MOVE "00" TO TallyStatus.

      *>   RecordTally - in the nightly run the totals go on the
      *>   manifest; in the verification they are proved against
      *>   the manifest entry for the same file.
       RecordTally.
           ADD 1 TO FilesTallied
           ADD TallyCount TO RecordsTallied
           IF TallyFileNotFound
               MOVE "A" TO TallyState
           ELSE
               MOVE "B" TO TallyState
           END-IF
           MOVE TallyFileName TO RpdFileName
           MOVE TallyCount TO RpdCount
           MOVE TallyHash TO RpdHash
           MOVE ZERO TO RpdManifestCount
           MOVE ZERO TO RpdManifestHash
           IF VerifyMode
               PERFORM ProveTally
           ELSE
               MOVE RunBackupDate TO BkmBackupDate
               MOVE TallyFileName TO BkmFileName
               MOVE TallyState TO BkmFileState
               MOVE TallyCount TO BkmRecordCount
               MOVE TallyHash TO BkmHashTotal
               WRITE BackupManifestRec
               ADD 1 TO FilesProved
               IF TallyFileBackedUp
                   MOVE "RECORDED" TO RpdOutcome
               ELSE
                   MOVE "NOT ON DISK" TO RpdOutcome
               END-IF
           END-IF
           MOVE ReportDetail TO ReportLine
           WRITE ReportLine.

       ProveTally.
           PERFORM FindManifestEntry
           IF FoundIdx = ZERO
               MOVE "NOT IN MANIF" TO RpdOutcome
               ADD 1 TO FilesFailed
               MOVE "no manifest entry for the date"
                   TO MismatchReason
               PERFORM RaiseMismatch
           ELSE
               MOVE MfeCount(FoundIdx) TO RpdManifestCount
               MOVE MfeHash(FoundIdx) TO RpdManifestHash
               EVALUATE TRUE
                   WHEN MfeState(FoundIdx) = "A"
                        AND NOT TallyFileBackedUp
                       MOVE "BOTH ABSENT" TO RpdOutcome
                       ADD 1 TO FilesProved
                   WHEN NOT TallyFileBackedUp
                       MOVE "NOT RESTORED" TO RpdOutcome
                       ADD 1 TO FilesFailed
                       MOVE "backed-up file did not restore"
                           TO MismatchReason
                       PERFORM RaiseMismatch
                   WHEN MfeCount(FoundIdx) = TallyCount
                        AND MfeHash(FoundIdx) = TallyHash
                       MOVE "PROVED" TO RpdOutcome
                       ADD 1 TO FilesProved
                   WHEN OTHER
                       MOVE "MISMATCH" TO RpdOutcome
                       ADD 1 TO FilesFailed
                       MOVE "restored count or hash differs"
                           TO MismatchReason
                       PERFORM RaiseMismatch
               END-EVALUATE
           END-IF.

       RaiseMismatch.
           MOVE 3234 TO ExceptionNumber
           MOVE "E" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING TallyFileName " - " MismatchReason
               DELIMITED BY SIZE INTO ExceptionText
           PERFORM RaiseBackupException.

       RaiseBackupException.
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       ReadNextManifest.
           READ ManifestFile
               AT END MOVE "10" TO ManifestFileStatus
           END-READ.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextVehicle.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
           END-READ.

       ReadNextBranch.
           READ BranchFile NEXT RECORD
               AT END MOVE "10" TO BranchFileStatus
           END-READ.

       ReadNextArrears.
           READ ArrearsFile NEXT RECORD
               AT END MOVE "10" TO ArrearsFileStatus
           END-READ.

       ReadNextContact.
           READ ContactFile NEXT RECORD
               AT END MOVE "10" TO ContactFileStatus
           END-READ.

       ReadNextDriver.
           READ DriverFile NEXT RECORD
               AT END MOVE "10" TO DriverFileStatus
           END-READ.

       ReadNextStudentAudit.
           READ StudentAuditFile
               AT END MOVE "10" TO StudentAuditStatus
           END-READ.

       ReadNextMemberAudit.
           READ MemberAuditFile
               AT END MOVE "10" TO MemberAuditStatus
           END-READ.

       ReadNextGradeAudit.
           READ GradeAuditFile
               AT END MOVE "10" TO GradeAuditStatus
           END-READ.
