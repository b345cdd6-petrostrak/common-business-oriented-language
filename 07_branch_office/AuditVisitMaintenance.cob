       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVisitMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains internal audit's branch visit file (AUDVISIT)
      *>   and its findings (AUDFIND) from the AUDTRN feed, so the
      *>   findings stop living in documents nobody can report on.
      *>   Entry "V" records a visit - auditor, cash counted and
      *>   expected, rating, over/short review and summary (a visit
      *>   keyed again is replaced, keeping its findings). Entry
      *>   "F" records a finding against a visit: area, risk
      *>   rating, owner, agreed fix date and text; finding number
      *>   zero takes the visit's next number, a number already
      *>   given amends that finding. Entry "U" is the follow-up:
      *>   the new status, the follow-up date, a revised fix date
      *>   (zero keeps the agreed one) and a note. The branch must
      *>   be on the reference and an auditor on OPERSEC.
      *>   Everything applied and rejected lists on the AUDREG
      *>   register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditTranFile ASSIGN TO "AUDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditTranStatus.
           SELECT VisitFile ASSIGN TO "AUDVISIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AvsKey
               FILE STATUS IS VisitFileStatus.
           SELECT FindingFile ASSIGN TO "AUDFIND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AfdKey
               FILE STATUS IS FindingFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
           SELECT AuditRegister ASSIGN TO "AUDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AuditTranFile.
       01 AuditTranRec.
           02 AtrType PIC X.
               88 AtrVisit VALUE "V".
               88 AtrFinding VALUE "F".
               88 AtrFollowUp VALUE "U".
           02 AtrCityCode PIC 9(3).
           02 AtrVisitDate PIC 9(8).
           02 AtrFindingNo PIC 9(2).
           02 AtrDetail PIC X(80).
           02 AtrVisitDetail REDEFINES AtrDetail.
               03 AtrAuditor PIC X(8).
               03 AtrCashCounted PIC 9(7)V99.
               03 AtrCashExpected PIC 9(7)V99.
               03 AtrOverallRating PIC X.
               03 AtrOverShortReviewed PIC X.
               03 AtrSummary PIC X(30).
               03 FILLER PIC X(22).
           02 AtrFindingDetail REDEFINES AtrDetail.
               03 AtrArea PIC X(4).
               03 AtrRiskRating PIC X.
               03 AtrOwner PIC X(8).
               03 AtrAgreedFixDate PIC 9(8).
               03 AtrText PIC X(40).
               03 FILLER PIC X(19).
           02 AtrFollowUpDetail REDEFINES AtrDetail.
               03 AtrNewStatus PIC X.
               03 AtrFollowUpDate PIC 9(8).
               03 AtrRevisedFixDate PIC 9(8).
               03 AtrFollowUpNote PIC X(20).
               03 FILLER PIC X(43).
       FD VisitFile.
       COPY AUDVISIT.
       FD FindingFile.
       COPY AUDFIND.
       FD BranchFile.
       COPY BRANCHREF.
       FD OperatorSecurityFile.
       COPY OPERSEC.
       FD AuditRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AuditTranStatus PIC XX VALUE "00".
           88 AuditTransAtEnd VALUE "10".
       01 VisitFileStatus PIC XX VALUE "00".
           88 VisitFileNotFound VALUE "35".
       01 FindingFileStatus PIC XX VALUE "00".
           88 FindingFileNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 OperatorSecurityStatus PIC XX VALUE "00".
           88 OperatorFileNotFound VALUE "35".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorFileOpen VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 VisitOnFileFlag PIC X VALUE "N".
           88 VisitOnFile VALUE "Y".
       01 FindingOnFileFlag PIC X VALUE "N".
           88 FindingOnFile VALUE "Y".
       01 KeptFindingCount PIC 9(2) VALUE ZERO.
       01 RejectReason PIC X(32) VALUE SPACES.
       01 AppliedText PIC X(32) VALUE SPACES.
       01 TransRead PIC 9(5) COMP VALUE ZERO.
       01 VisitsRecorded PIC 9(5) COMP VALUE ZERO.
       01 FindingsRecorded PIC 9(5) COMP VALUE ZERO.
       01 FollowUpsApplied PIC 9(5) COMP VALUE ZERO.
       01 TransRejected PIC 9(5) COMP VALUE ZERO.
       01 RegisterDetail.
           02 RgdType PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdVisitDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdFindingNo PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(32).
       01 RegisterTotals.
           02 FILLER PIC X(8) VALUE "Visits ".
           02 RgtVisits PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  Findings ".
           02 RgtFindings PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  Follow-ups ".
           02 RgtFollowUps PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  Rejected ".
           02 RgtRejected PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT AuditTranFile
           OPEN INPUT BranchFile
           MOVE "Y" TO OperatorOpenFlag
           OPEN INPUT OperatorSecurityFile
           IF OperatorFileNotFound
               MOVE "N" TO OperatorOpenFlag
           END-IF
           OPEN I-O VisitFile
           IF VisitFileNotFound
               OPEN OUTPUT VisitFile
               CLOSE VisitFile
               OPEN I-O VisitFile
           END-IF
           OPEN I-O FindingFile
           IF FindingFileNotFound
               OPEN OUTPUT FindingFile
               CLOSE FindingFile
               OPEN I-O FindingFile
           END-IF
           OPEN OUTPUT AuditRegister
           MOVE "INTERNAL AUDIT VISITS AND FINDINGS - MAINTENANCE"
               TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextAuditTran
           PERFORM ApplyOneAuditTran UNTIL AuditTransAtEnd
           MOVE VisitsRecorded TO RgtVisits
           MOVE FindingsRecorded TO RgtFindings
           MOVE FollowUpsApplied TO RgtFollowUps
           MOVE TransRejected TO RgtRejected
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterTotals TO RegisterLine
           WRITE RegisterLine
           CLOSE AuditTranFile
           CLOSE BranchFile
           IF OperatorFileOpen
               CLOSE OperatorSecurityFile
           END-IF
           CLOSE VisitFile
           CLOSE FindingFile
           CLOSE AuditRegister
           DISPLAY "AuditVisitMaintenance - read = " TransRead
                   " visits = " VisitsRecorded
                   " findings = " FindingsRecorded
                   " follow-ups = " FollowUpsApplied
                   " rejected = " TransRejected
           STOP RUN.

       ApplyOneAuditTran.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE SPACES TO AppliedText
           MOVE AtrCityCode TO CityCode OF BranchRec
           READ BranchFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Branch not on branch reference"
                       TO RejectReason
           END-READ
           IF TranValid
               IF AtrVisitDate NOT NUMERIC
                  OR AtrVisitDate < 20000101
                  OR AtrVisitDate > TodayYYYYMMDD
                   MOVE "N" TO TranOk
                   MOVE "Visit date not valid" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               EVALUATE TRUE
                   WHEN AtrVisit
                       PERFORM RecordVisit
                   WHEN AtrFinding
                       PERFORM RecordFinding
                   WHEN AtrFollowUp
                       PERFORM ApplyFollowUp
                   WHEN OTHER
                       MOVE "N" TO TranOk
                       MOVE "Entry type not V, F or U"
                           TO RejectReason
               END-EVALUATE
           END-IF
           PERFORM ReportAuditTran
           PERFORM ReadNextAuditTran.

      *>   RecordVisit writes the visit, or replaces one already
      *>   keyed for that branch and day without losing the count
      *>   of findings raised against it.
       RecordVisit.
           IF AtrAuditor = SPACES
               MOVE "N" TO TranOk
               MOVE "No auditor" TO RejectReason
           END-IF
           IF TranValid AND OperatorFileOpen
               MOVE AtrAuditor TO OperatorId OF OperatorSecurityRec
               READ OperatorSecurityFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Auditor not an operator"
                           TO RejectReason
               END-READ
           END-IF
           IF TranValid
               IF AtrCashCounted NOT NUMERIC
                  OR AtrCashExpected NOT NUMERIC
                   MOVE "N" TO TranOk
                   MOVE "Cash count not numeric" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               IF AtrOverallRating NOT = "G"
                  AND AtrOverallRating NOT = "S"
                  AND AtrOverallRating NOT = "U"
                   MOVE "N" TO TranOk
                   MOVE "Rating not G, S or U" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               PERFORM ReadVisit
               MOVE ZERO TO KeptFindingCount
               IF VisitOnFile
                   MOVE AvsFindingCount TO KeptFindingCount
               END-IF
               MOVE AtrCityCode TO AvsCityCode
               MOVE AtrVisitDate TO AvsVisitDate
               MOVE AtrAuditor TO AvsAuditor
               MOVE AtrCashCounted TO AvsCashCounted
               MOVE AtrCashExpected TO AvsCashExpected
               MOVE AtrOverallRating TO AvsOverallRating
               MOVE "N" TO AvsOverShortReviewed
               IF AtrOverShortReviewed = "Y"
                   MOVE "Y" TO AvsOverShortReviewed
               END-IF
               MOVE KeptFindingCount TO AvsFindingCount
               MOVE AtrSummary TO AvsSummary
               IF VisitOnFile
                   REWRITE AuditVisitRec
                   MOVE "Visit replaced" TO AppliedText
               ELSE
                   WRITE AuditVisitRec
                   MOVE "Visit recorded" TO AppliedText
               END-IF
               ADD 1 TO VisitsRecorded
           END-IF.

      *>   RecordFinding numbers a new finding from the visit's
      *>   count, or amends the finding named.
       RecordFinding.
           MOVE "N" TO FindingOnFileFlag
           PERFORM ReadVisit
           IF NOT VisitOnFile
               MOVE "N" TO TranOk
               MOVE "No visit for that branch and day"
                   TO RejectReason
           END-IF
           IF TranValid
               IF AtrArea NOT = "CASH" AND AtrArea NOT = "PROC"
                  AND AtrArea NOT = "OVSH" AND AtrArea NOT = "OTHR"
                   MOVE "N" TO TranOk
                   MOVE "Area not CASH, PROC, OVSH, OTHR"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid
               IF AtrRiskRating NOT = "H"
                  AND AtrRiskRating NOT = "M"
                  AND AtrRiskRating NOT = "L"
                   MOVE "N" TO TranOk
                   MOVE "Risk rating not H, M or L" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND AtrOwner = SPACES
               MOVE "N" TO TranOk
               MOVE "No owner for the finding" TO RejectReason
           END-IF
           IF TranValid
               IF AtrAgreedFixDate NOT NUMERIC
                  OR AtrAgreedFixDate < AtrVisitDate
                   MOVE "N" TO TranOk
                   MOVE "Agreed fix date not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid AND AtrFindingNo NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Finding number not numeric" TO RejectReason
           END-IF
           IF TranValid
               IF AtrFindingNo = ZERO
                   IF AvsFindingCount >= 99
                       MOVE "N" TO TranOk
                       MOVE "Visit has 99 findings already"
                           TO RejectReason
                   END-IF
               ELSE
                   PERFORM ReadFinding
                   IF NOT FindingOnFile
                       MOVE "N" TO TranOk
                       MOVE "Finding not on file" TO RejectReason
                   END-IF
               END-IF
           END-IF
           IF TranValid
               IF AtrFindingNo = ZERO
                   ADD 1 TO AvsFindingCount
                   REWRITE AuditVisitRec
                   MOVE AtrCityCode TO AfdCityCode
                   MOVE AtrVisitDate TO AfdVisitDate
                   MOVE AvsFindingCount TO AfdFindingNo
                   MOVE AvsFindingCount TO AtrFindingNo
                   MOVE "O" TO AfdStatus
                   MOVE ZERO TO AfdLastFollowUpDate
                   MOVE SPACES TO AfdFollowUpNote
               END-IF
               MOVE AtrArea TO AfdArea
               MOVE AtrRiskRating TO AfdRiskRating
               MOVE AtrOwner TO AfdOwner
               MOVE AtrAgreedFixDate TO AfdAgreedFixDate
               MOVE AtrText TO AfdText
               IF FindingOnFile
                   REWRITE AuditFindingRec
                   MOVE "Finding amended" TO AppliedText
               ELSE
                   WRITE AuditFindingRec
                   MOVE "Finding raised" TO AppliedText
               END-IF
               ADD 1 TO FindingsRecorded
           END-IF.

      *>   ApplyFollowUp moves a finding on through its follow-up
      *>   statuses; only a closed finding can be reopened.
       ApplyFollowUp.
           IF AtrFindingNo NOT NUMERIC OR AtrFindingNo = ZERO
               MOVE "N" TO TranOk
               MOVE "Finding number needed" TO RejectReason
           END-IF
           IF TranValid
               PERFORM ReadFinding
               IF NOT FindingOnFile
                   MOVE "N" TO TranOk
                   MOVE "Finding not on file" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               IF AtrNewStatus NOT = "O" AND AtrNewStatus NOT = "P"
                  AND AtrNewStatus NOT = "F"
                  AND AtrNewStatus NOT = "C"
                   MOVE "N" TO TranOk
                   MOVE "Status not O, P, F or C" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND AfdClosed AND AtrNewStatus NOT = "O"
               MOVE "N" TO TranOk
               MOVE "Finding closed - reopen it first"
                   TO RejectReason
           END-IF
           IF TranValid
               IF AtrFollowUpDate NOT NUMERIC
                  OR AtrFollowUpDate < AfdVisitDate
                  OR AtrFollowUpDate > TodayYYYYMMDD
                   MOVE "N" TO TranOk
                   MOVE "Follow-up date not valid" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND AtrRevisedFixDate NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Revised fix date not numeric" TO RejectReason
           END-IF
           IF TranValid AND AtrRevisedFixDate > ZERO
              AND AtrRevisedFixDate < AfdVisitDate
               MOVE "N" TO TranOk
               MOVE "Revised fix date before visit" TO RejectReason
           END-IF
           IF TranValid
               MOVE AtrNewStatus TO AfdStatus
               MOVE AtrFollowUpDate TO AfdLastFollowUpDate
               IF AtrRevisedFixDate > ZERO
                   MOVE AtrRevisedFixDate TO AfdAgreedFixDate
               END-IF
               MOVE AtrFollowUpNote TO AfdFollowUpNote
               REWRITE AuditFindingRec
               ADD 1 TO FollowUpsApplied
               EVALUATE TRUE
                   WHEN AfdOpen
                       MOVE "Finding open" TO AppliedText
                   WHEN AfdInProgress
                       MOVE "Finding in progress" TO AppliedText
                   WHEN AfdFixed
                       MOVE "Finding fixed, to verify"
                           TO AppliedText
                   WHEN AfdClosed
                       MOVE "Finding closed" TO AppliedText
               END-EVALUATE
           END-IF.

       ReadVisit.
           MOVE "Y" TO VisitOnFileFlag
           MOVE AtrCityCode TO AvsCityCode
           MOVE AtrVisitDate TO AvsVisitDate
           READ VisitFile
               INVALID KEY
                   MOVE "N" TO VisitOnFileFlag
           END-READ.

       ReadFinding.
           MOVE "Y" TO FindingOnFileFlag
           MOVE AtrCityCode TO AfdCityCode
           MOVE AtrVisitDate TO AfdVisitDate
           MOVE AtrFindingNo TO AfdFindingNo
           READ FindingFile
               INVALID KEY
                   MOVE "N" TO FindingOnFileFlag
           END-READ.

       ReportAuditTran.
           MOVE AtrType TO RgdType
           MOVE AtrCityCode TO RgdCityCode
           MOVE AtrVisitDate TO RgdVisitDate
           MOVE AtrFindingNo TO RgdFindingNo
           IF TranValid
               MOVE "APPLIED" TO RgdOutcome
               MOVE AppliedText TO RgdText
           ELSE
               ADD 1 TO TransRejected
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextAuditTran.
           READ AuditTranFile
               AT END MOVE "10" TO AuditTranStatus
           END-READ.
