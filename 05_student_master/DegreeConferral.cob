       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeConferral.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Degree conferral run. Walks the student master and
      *>   confers every active student StudentGraduationAudit
      *>   would call eligible - no ungraded enrollment and the
      *>   completed catalog credits (transfer credit included) at
      *>   or above RequiredCredits, the same rule and figure. Each
      *>   graduate is classified from the HONBAND bands on the
      *>   master GPA, moved to StudentStatus "G" with StatusDate
      *>   set to the conferral date on the CONFPARM card (today
      *>   when the card is absent), and the change goes on the
      *>   STUDAUD trail with before and after images as an "S"
      *>   status change, the enrollment update's code for one.
      *>   Every graduate gets a CERTPRT certificate record for the
      *>   print bureau and goes into a SORT by programme CourseID
      *>   and name that prints the CEREMONY list, one group per
      *>   course. The run sits behind the STUDUPD entitlement and
      *>   the exclusive STUDMAST enqueue the other master updaters
      *>   take. No honours bands on file refuses the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ConferralParmFile ASSIGN TO "CONFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ConferralParmStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT BandFile ASSIGN TO "HONBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HnbClassCode
               FILE STATUS IS BandFileStatus.
           SELECT AuditFile ASSIGN TO "STUDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT CertificateFile ASSIGN TO "CERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CeremonyReport ASSIGN TO "CEREMONY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CeremonySortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD ConferralParmFile.
       01 ConferralParmRec.
           02 CfpConferralDate PIC 9(8).
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD CourseFile.
       COPY COURSEREC.
       FD BandFile.
       COPY HONBAND.
       FD AuditFile.
       COPY STUDAUD.
       FD CertificateFile.
       COPY CERTPRT.
       FD CeremonyReport.
       01 CeremonyLine PIC X(72).
       SD CeremonySortFile.
       01 CeremonySortRec.
           02 SrtCourseID PIC X(5).
           02 SrtSurname PIC X(12).
           02 SrtForename PIC X(9).
           02 SrtStudentId PIC 9(7).
           02 SrtHonoursTitle PIC X(24).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 ConferralParmStatus PIC XX VALUE "00".
           88 ConferralParmNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 MasterAtEnd VALUE "10".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 BandFileStatus PIC XX VALUE "00".
           88 BandAtEnd VALUE "10".
           88 BandFileNotFound VALUE "35".
       01 AuditFileStatus PIC XX VALUE "00".
           88 AuditFileNotFound VALUE "35".
       01 ConferralDate PIC 9(8) VALUE ZERO.
       01 RequiredCredits PIC 9(3) VALUE 120.
       01 CompletedCredits PIC 9(4) VALUE ZERO.
       01 UngradedCourseCount PIC 9(3) VALUE ZERO.
      *>   Honours bands, loaded once from HONBAND.
       01 BandMax PIC 9(2) VALUE 20.
       01 BandCount PIC 9(2) VALUE ZERO.
       01 BandTable.
           02 BandEntry OCCURS 20 TIMES.
               03 BntMinGPA PIC 9V9(2).
               03 BntTitle PIC X(24).
       01 BandIdx PIC 9(2) COMP VALUE ZERO.
       01 ChosenBandIdx PIC 9(2) COMP VALUE ZERO.
       01 HonoursTitle PIC X(24) VALUE SPACES.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 FirstGroupFlag PIC X VALUE "Y".
           88 FirstGroup VALUE "Y".
       01 CurrentCourseID PIC X(5) VALUE SPACES.
       01 GroupCount PIC 9(5) COMP VALUE ZERO.
       01 StudentsRead PIC 9(7) COMP VALUE ZERO.
       01 StudentsConferred PIC 9(7) COMP VALUE ZERO.
       01 StudentsNotEligible PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "DegreeConferral".
       01 ExceptionNumber PIC 9(4) VALUE 3204.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 GuardFunction PIC X(4) VALUE SPACES.
       01 GuardResource PIC X(8) VALUE "STUDMAST".
       01 GuardMode PIC X VALUE "X".
       01 GuardReturnCode PIC 9(4) VALUE ZERO.
       01 OperatorId PIC X(8) VALUE "BATCH01".
      *>   Set by the operator menu before it dispatches here, so a
      *>   clerk-launched run signs on - and audits - as the clerk;
      *>   empty when the program runs straight from JCL.
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 SensitiveFunctionCode PIC X(8) VALUE "STUDUPD ".
       01 AccessGranted PIC X VALUE "N".
           88 AccessIsGranted VALUE "Y".
       01 SignOnReturnCode PIC 9(4) VALUE ZERO.
       01 CeremonyHeading.
           02 FILLER PIC X(28) VALUE "GRADUATION CEREMONY LIST - ".
           02 HeadConferralDate PIC 9(8).
       01 CourseGroupHeading.
           02 FILLER PIC X(9) VALUE "PROGRAM  ".
           02 CghCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CghCourseTitle PIC X(20).
       01 CeremonyDetail.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CrdSurname PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CrdForename PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CrdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CrdHonoursTitle PIC X(24).
       01 CourseGroupTotal.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "Graduates: ".
           02 CgtCount PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO OperatorId
           END-IF
           CALL "OperatorSignOn" USING ProgramNameLiteral OperatorId
                   SensitiveFunctionCode AccessGranted
                   SignOnReturnCode
           END-CALL
           IF NOT AccessIsGranted
               DISPLAY "DegreeConferral - operator " OperatorId
                       " is not entitled to run this program"
               MOVE SignOnReturnCode TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ReadConferralParm
           PERFORM LoadHonoursBands
           IF BandCount = ZERO
               MOVE "No HONBAND honours bands on file - run refused"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ENQ " TO GuardFunction
           CALL "FileInUseGuard" USING GuardFunction GuardResource
                   GuardMode ProgramNameLiteral GuardReturnCode
           END-CALL
           IF GuardReturnCode NOT = ZERO
               DISPLAY "DegreeConferral - STUDMAST is in use, "
                       "run refused"
               MOVE GuardReturnCode TO RETURN-CODE
               GOBACK
           END-IF
           SORT CeremonySortFile
               ON ASCENDING KEY SrtCourseID
                                SrtSurname
                                SrtForename
               INPUT PROCEDURE IS ConferEligibleStudents
               OUTPUT PROCEDURE IS PrintCeremonyList
           MOVE "DEQ " TO GuardFunction
           CALL "FileInUseGuard" USING GuardFunction GuardResource
                   GuardMode ProgramNameLiteral GuardReturnCode
           END-CALL
           MOVE StudentsRead TO ReadForReport
           MOVE StudentsConferred TO WrittenForReport
           MOVE StudentsNotEligible TO RejectedForReport
           MOVE StudentsConferred TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           GOBACK.

       ReadConferralParm.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO ConferralDate
           OPEN INPUT ConferralParmFile
           IF NOT ConferralParmNotFound
               READ ConferralParmFile
                   NOT AT END
                       IF CfpConferralDate NUMERIC
                          AND CfpConferralDate > ZERO
                           MOVE CfpConferralDate TO ConferralDate
                       END-IF
               END-READ
               CLOSE ConferralParmFile
           END-IF.

       LoadHonoursBands.
           OPEN INPUT BandFile
           IF NOT BandFileNotFound
               PERFORM ReadNextBand
               PERFORM LoadOneBand UNTIL BandAtEnd
               CLOSE BandFile
           END-IF.

       LoadOneBand.
           IF BandCount < BandMax
               ADD 1 TO BandCount
               MOVE HnbMinGPA TO BntMinGPA(BandCount)
               MOVE HnbTitle TO BntTitle(BandCount)
           END-IF
           PERFORM ReadNextBand.

       ReadNextBand.
           READ BandFile NEXT RECORD
               AT END MOVE "10" TO BandFileStatus
           END-READ.

       ConferEligibleStudents.
           OPEN I-O StudentMasterFile
           OPEN INPUT EnrollmentFile
           OPEN INPUT CourseFile
           OPEN OUTPUT CertificateFile
           OPEN EXTEND AuditFile
           IF AuditFileNotFound
               OPEN OUTPUT AuditFile
           END-IF
           PERFORM ReadNextStudent
           PERFORM ConsiderOneStudent UNTIL MasterAtEnd
           CLOSE StudentMasterFile
           CLOSE EnrollmentFile
           CLOSE CertificateFile
           CLOSE AuditFile.

       ConsiderOneStudent.
           ADD 1 TO StudentsRead
           IF StatusActive
               PERFORM TotalCompletedCredits
               IF UngradedCourseCount = ZERO
                  AND CompletedCredits >= RequiredCredits
                   PERFORM ConferDegree
               ELSE
                   ADD 1 TO StudentsNotEligible
               END-IF
           END-IF
           PERFORM ReadNextStudent.

      *>   TotalCompletedCredits is the graduation audit's own
      *>   rule: a graded row or a transfer row contributes its
      *>   catalog Credits, any other row at grade zero is an
      *>   ungraded course that holds the student back.
       TotalCompletedCredits.
           MOVE ZERO TO CompletedCredits
           MOVE ZERO TO UngradedCourseCount
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
           IF EnrGrade = ZERO AND NOT EnrTransferCredit
               ADD 1 TO UngradedCourseCount
           ELSE
               MOVE EnrCourseID TO CourseID OF CourseRec
               READ CourseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD Credits TO CompletedCredits
               END-READ
           END-IF
           PERFORM ReadNextEnrollment.

      *>   ConferDegree rewrites the master as graduated with the
      *>   audit images either side, then writes the certificate
      *>   and releases the graduate to the ceremony list.
       ConferDegree.
           PERFORM ClassifyHonours
           PERFORM WriteAuditBeforeImage
           MOVE "G" TO StudentStatus
           MOVE ConferralDate TO StatusDate
           REWRITE StudentRec
           PERFORM WriteAuditAfterImage
           MOVE StudentId OF StudentRec TO AudStudentId
           MOVE "S" TO AudTranCode
           MOVE OperatorId TO AudOperatorId
           MOVE FUNCTION CURRENT-DATE TO AudTimestamp
           WRITE StudentAuditRec
           ADD 1 TO StudentsConferred
           MOVE CourseID OF StudentRec TO CourseID OF CourseRec
           READ CourseFile
               INVALID KEY
                   MOVE SPACES TO CourseTitle
           END-READ
           MOVE StudentId OF StudentRec TO CrpStudentId
           MOVE Forename TO CrpForename
           MOVE Surname TO CrpSurname
           MOVE CourseID OF StudentRec TO CrpCourseID
           MOVE CourseTitle TO CrpCourseTitle
           MOVE HonoursTitle TO CrpHonoursTitle
           MOVE ConferralDate TO CrpConferralDate
           WRITE CertificatePrintRec
           MOVE CourseID OF StudentRec TO SrtCourseID
           MOVE Surname TO SrtSurname
           MOVE Forename TO SrtForename
           MOVE StudentId OF StudentRec TO SrtStudentId
           MOVE HonoursTitle TO SrtHonoursTitle
           RELEASE CeremonySortRec.

      *>   ClassifyHonours takes the band with the highest minimum
      *>   GPA the graduate reaches. A GPA below every band still
      *>   graduates, unclassified.
       ClassifyHonours.
           MOVE ZERO TO ChosenBandIdx
           PERFORM TryOneBand
               VARYING BandIdx FROM 1 BY 1
               UNTIL BandIdx > BandCount
           IF ChosenBandIdx = ZERO
               MOVE "UNCLASSIFIED" TO HonoursTitle
           ELSE
               MOVE BntTitle(ChosenBandIdx) TO HonoursTitle
           END-IF.

       TryOneBand.
           IF BntMinGPA(BandIdx) <= GPA
               IF ChosenBandIdx = ZERO
                   MOVE BandIdx TO ChosenBandIdx
               ELSE
                   IF BntMinGPA(BandIdx) > BntMinGPA(ChosenBandIdx)
                       MOVE BandIdx TO ChosenBandIdx
                   END-IF
               END-IF
           END-IF.

       WriteAuditBeforeImage.
           MOVE Forename TO AudBeforeForename
           MOVE Surname TO AudBeforeSurname
           MOVE YOB TO AudBeforeYOB
           MOVE MOB TO AudBeforeMOB
           MOVE DOB TO AudBeforeDOB
           MOVE CourseID OF StudentRec TO AudBeforeCourseID
           MOVE GPA TO AudBeforeGPA
           MOVE StudentStatus TO AudBeforeStatus
           MOVE StatusDate TO AudBeforeStatusDate.

       WriteAuditAfterImage.
           MOVE Forename TO AudAfterForename
           MOVE Surname TO AudAfterSurname
           MOVE YOB TO AudAfterYOB
           MOVE MOB TO AudAfterMOB
           MOVE DOB TO AudAfterDOB
           MOVE CourseID OF StudentRec TO AudAfterCourseID
           MOVE GPA TO AudAfterGPA
           MOVE StudentStatus TO AudAfterStatus
           MOVE StatusDate TO AudAfterStatusDate.

       PrintCeremonyList.
           OPEN OUTPUT CeremonyReport
           MOVE ConferralDate TO HeadConferralDate
           MOVE CeremonyHeading TO CeremonyLine
           WRITE CeremonyLine
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneGraduate UNTIL SortReturnAtEnd
           IF NOT FirstGroup
               PERFORM PrintGroupTotal
           END-IF
           CLOSE CeremonyReport
           CLOSE CourseFile.

       ReturnOneGraduate.
           RETURN CeremonySortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneGraduate
           END-RETURN.

       PrintOneGraduate.
           IF FirstGroup OR SrtCourseID NOT = CurrentCourseID
               IF NOT FirstGroup
                   PERFORM PrintGroupTotal
               END-IF
               MOVE "N" TO FirstGroupFlag
               MOVE SrtCourseID TO CurrentCourseID
               MOVE ZERO TO GroupCount
               MOVE SrtCourseID TO CourseID OF CourseRec
               READ CourseFile
                   INVALID KEY
                       MOVE "NOT ON CATALOG" TO CourseTitle
               END-READ
               MOVE SPACES TO CeremonyLine
               WRITE CeremonyLine
               MOVE SrtCourseID TO CghCourseID
               MOVE CourseTitle TO CghCourseTitle
               MOVE CourseGroupHeading TO CeremonyLine
               WRITE CeremonyLine
           END-IF
           MOVE SrtSurname TO CrdSurname
           MOVE SrtForename TO CrdForename
           MOVE SrtStudentId TO CrdStudentId
           MOVE SrtHonoursTitle TO CrdHonoursTitle
           MOVE CeremonyDetail TO CeremonyLine
           WRITE CeremonyLine
           ADD 1 TO GroupCount.

       PrintGroupTotal.
           MOVE GroupCount TO CgtCount
           MOVE CourseGroupTotal TO CeremonyLine
           WRITE CeremonyLine.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.
