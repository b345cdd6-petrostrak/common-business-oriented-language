       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberVisitCapture.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Posts the branches' front-desk check-ins to the MEMBVIST
      *>   visit history. Every VISITTRN row is proved before it is
      *>   kept: the member must be on MEMBMAST and not cancelled,
      *>   the branch CityCode must be on BRANCHMS and open for
      *>   activity, and the visit date must be a real date no
      *>   later than today with a time of day under 2400. A second
      *>   check-in for the same member at the same date and time
      *>   is a duplicate swipe and is rejected. Rejects are listed
      *>   on the VISITREJ report with the reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VisitTranFile ASSIGN TO "VISITTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VisitTranStatus.
           SELECT VisitFile ASSIGN TO "MEMBVIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MemberVisitKey
               FILE STATUS IS VisitFileStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT RejectReport ASSIGN TO "VISITREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VisitTranFile.
       COPY VISITTRN.
       FD VisitFile.
       COPY MEMBVIST.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD BranchFile.
       COPY BRANCHREF.
       FD RejectReport.
       01 RejectLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 VisitTranStatus PIC XX VALUE "00".
           88 VisitTranAtEnd VALUE "10".
       01 VisitFileStatus PIC XX VALUE "00".
           88 VisitFileNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 BranchFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReasonText PIC X(40) VALUE SPACES.
       COPY STDDATE.
       01 VisitDateParts.
           02 VisitYear PIC 9(4).
           02 VisitMonth PIC 9(2).
           02 VisitDay PIC 9(2).
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 TransPosted PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberVisitCapture".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RejectDetail.
           02 RjdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdVisitDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdVisitTime PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdReason PIC X(40).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT VisitTranFile
           OPEN INPUT MemberMasterFile
           OPEN INPUT BranchFile
           OPEN I-O VisitFile
           IF VisitFileNotFound
               OPEN OUTPUT VisitFile
               CLOSE VisitFile
               OPEN I-O VisitFile
           END-IF
           OPEN OUTPUT RejectReport
           MOVE "MEMBER VISIT CAPTURE - REJECTED CHECK-INS"
               TO RejectLine
           WRITE RejectLine
           PERFORM ReadNextVisitTran
           PERFORM PostOneVisit UNTIL VisitTranAtEnd
           CLOSE VisitTranFile
           CLOSE MemberMasterFile
           CLOSE BranchFile
           CLOSE VisitFile
           CLOSE RejectReport
           MOVE TransRead TO ReadForReport
           MOVE TransPosted TO WrittenForReport
           MOVE TransRejected TO RejectedForReport
           MOVE TransPosted TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       PostOneVisit.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           PERFORM CheckVisitDate
           IF TranValid
               PERFORM CheckMember
           END-IF
           IF TranValid
               PERFORM CheckBranch
           END-IF
           IF TranValid
               PERFORM WriteVisit
           END-IF
           IF NOT TranValid
               PERFORM LogReject
           END-IF
           PERFORM ReadNextVisitTran.

      *>   The date must be a calendar date - month 1 to 12, day 1
      *>   to 31 - not after today; the time must read as HHMM.
       CheckVisitDate.
           IF VtrVisitDate NOT NUMERIC OR VtrVisitTime NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Visit date or time not numeric"
                   TO RejectReasonText
           ELSE
               MOVE VtrVisitDate TO VisitDateParts
               IF VisitMonth < 1 OR VisitMonth > 12
                  OR VisitDay < 1 OR VisitDay > 31
                  OR VtrVisitTime > 2359
                   MOVE "N" TO TranOk
                   MOVE "Visit date or time not valid"
                       TO RejectReasonText
               END-IF
               IF TranValid AND VtrVisitDate > TodayYYYYMMDD
                   MOVE "N" TO TranOk
                   MOVE "Visit date in the future" TO RejectReasonText
               END-IF
           END-IF.

       CheckMember.
           MOVE VtrMemberId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Member not on master" TO RejectReasonText
               NOT INVALID KEY
                   IF MmbCancelled
                       MOVE "N" TO TranOk
                       MOVE "Membership cancelled" TO RejectReasonText
                   END-IF
           END-READ.

       CheckBranch.
           MOVE VtrCityCode TO CityCode OF BranchRec
           READ BranchFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Branch not on BRANCHMS" TO RejectReasonText
               NOT INVALID KEY
                   IF NOT BranchTakesActivity
                       MOVE "N" TO TranOk
                       MOVE "Branch not open for activity"
                           TO RejectReasonText
                   END-IF
           END-READ.

       WriteVisit.
           MOVE VtrMemberId TO MvsMemberId
           MOVE VtrVisitDate TO MvsVisitDate
           MOVE VtrVisitTime TO MvsVisitTime
           MOVE VtrCityCode TO MvsCityCode
           MOVE TodayYYYYMMDD TO MvsCapturedDate
           WRITE MemberVisitRec
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Duplicate check-in" TO RejectReasonText
               NOT INVALID KEY
                   ADD 1 TO TransPosted
           END-WRITE.

       LogReject.
           ADD 1 TO TransRejected
           MOVE VtrMemberId TO RjdMemberId
           MOVE VtrCityCode TO RjdCityCode
           MOVE VtrVisitDate TO RjdVisitDate
           MOVE VtrVisitTime TO RjdVisitTime
           MOVE RejectReasonText TO RjdReason
           MOVE RejectDetail TO RejectLine
           WRITE RejectLine.

       ReadNextVisitTran.
           READ VisitTranFile
               AT END MOVE "10" TO VisitTranStatus
           END-READ.
