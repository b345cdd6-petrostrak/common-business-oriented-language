       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentCardIssue.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Nightly student ID card run. Keeps the IDCARD issue
      *>   register and cuts the CARDPROD production file for the
      *>   outside card printer in place of the spreadsheet built by
      *>   hand from STUDMAST. Walking the master:
      *>     - an active student with no live card is issued one;
      *>     - an active student with a CARDREQ replacement request
      *>       has the live card marked replaced and a new card
      *>       issued under the next sequence number, carrying the
      *>       lost or damaged reason;
      *>     - a withdrawn student's live card is cancelled.
      *>   Each new card expires at the end of the last term on the
      *>   TERMCAL calendar. A request for a student not on the
      *>   master, or not active, is refused. Every card issued and
      *>   cancelled, and every refused request, prints on the
      *>   CARDREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT CardFile ASSIGN TO "IDCARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IdCardKey
               FILE STATUS IS CardFileStatus.
           SELECT CardRequestFile ASSIGN TO "CARDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CardRequestStatus.
           SELECT ProductionFile ASSIGN TO "CARDPROD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CardRegister ASSIGN TO "CARDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD StudentMasterFile.
       COPY STUDREC.
       FD TermFile.
       COPY TERMCAL.
       FD CardFile.
       COPY IDCARD.
       FD CardRequestFile.
       COPY CARDREQ.
       FD ProductionFile.
       COPY CARDPROD.
       FD CardRegister.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 StudentMasterStatus PIC XX VALUE "00".
           88 MasterAtEnd VALUE "10".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermAtEnd VALUE "10".
       01 CardFileStatus PIC XX VALUE "00".
           88 CardAtEnd VALUE "10".
           88 CardFileNotFound VALUE "35".
       01 CardRequestStatus PIC XX VALUE "00".
           88 CardRequestAtEnd VALUE "10".
           88 CardRequestNotFound VALUE "35".
       01 CardExpiryDate PIC 9(8) VALUE ZERO.
      *>   The night's replacement requests, loaded whole since the
      *>   feed is in keying order, not StudentId order.
       01 RequestMax PIC 9(3) VALUE 500.
       01 RequestCount PIC 9(3) VALUE ZERO.
       01 RequestTable.
           02 RequestEntry OCCURS 500 TIMES.
               03 ReqStudentId PIC 9(7).
               03 ReqReason PIC X.
               03 ReqUsedFlag PIC X.
       01 RequestIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundRequestIdx PIC 9(3) COMP VALUE ZERO.
      *>   What the register holds for the student in hand.
       01 HighSeqNo PIC 9(3) VALUE ZERO.
       01 LiveSeqNo PIC 9(3) VALUE ZERO.
       01 NewCardReason PIC X VALUE SPACE.
       01 RegisterAction PIC X(10) VALUE SPACES.
       01 RegisterNote PIC X(24) VALUE SPACES.
       01 StudentsRead PIC 9(7) COMP VALUE ZERO.
       01 CardsIssued PIC 9(7) COMP VALUE ZERO.
       01 CardsReplaced PIC 9(7) COMP VALUE ZERO.
       01 CardsCancelled PIC 9(7) COMP VALUE ZERO.
       01 RequestsRefused PIC 9(7) COMP VALUE ZERO.
       01 ProductionRecords PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "StudentCardIssue".
       01 ExceptionNumber PIC 9(4) VALUE 3209.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(24) VALUE "STUDENT ID CARD REGISTER".
           02 FILLER PIC X(2) VALUE SPACES.
           02 RghDate PIC 9(8).
           02 FILLER PIC X(16) VALUE "  CARDS EXPIRE ".
           02 RghExpiryDate PIC 9(8).
       01 RegisterDetail.
           02 RgdAction PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdStudentId PIC 9(7).
           02 FILLER PIC X(1) VALUE "/".
           02 RgdSeqNo PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdForename PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdNote PIC X(24).
       01 RegisterTotals.
           02 FILLER PIC X(8) VALUE "ISSUED: ".
           02 RgtIssued PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  REPLACED: ".
           02 RgtReplaced PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  CANCELLED: ".
           02 RgtCancelled PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  REFUSED: ".
           02 RgtRefused PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM FindCardExpiry
           IF CardExpiryDate = ZERO
               MOVE "No terms on TERMCAL - card expiry cannot be set"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LoadCardRequests
               OPEN I-O CardFile
               IF CardFileNotFound
                   OPEN OUTPUT CardFile
                   CLOSE CardFile
                   OPEN I-O CardFile
               END-IF
               OPEN INPUT StudentMasterFile
               OPEN OUTPUT ProductionFile
               OPEN OUTPUT CardRegister
               MOVE TodayYYYYMMDD TO RghDate
               MOVE CardExpiryDate TO RghExpiryDate
               MOVE RegisterHeading TO RegisterLine
               WRITE RegisterLine
               PERFORM WriteProductionHeader
               PERFORM ReadNextStudent
               PERFORM ProcessOneStudent UNTIL MasterAtEnd
               PERFORM RefuseUnmatchedRequests
               PERFORM WriteProductionTrailer
               MOVE SPACES TO RegisterLine
               WRITE RegisterLine
               MOVE CardsIssued TO RgtIssued
               MOVE CardsReplaced TO RgtReplaced
               MOVE CardsCancelled TO RgtCancelled
               MOVE RequestsRefused TO RgtRefused
               MOVE RegisterTotals TO RegisterLine
               WRITE RegisterLine
               CLOSE CardFile
               CLOSE StudentMasterFile
               CLOSE ProductionFile
               CLOSE CardRegister
           END-IF
           MOVE StudentsRead TO ReadForReport
           MOVE CardsIssued TO WrittenForReport
           MOVE RequestsRefused TO RejectedForReport
           MOVE ProductionRecords TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   FindCardExpiry takes the latest term end on the calendar.
       FindCardExpiry.
           OPEN INPUT TermFile
           PERFORM ReadNextTerm
           PERFORM TakeOneTermEnd UNTIL TermAtEnd
           CLOSE TermFile.

       TakeOneTermEnd.
           IF TrmEndDate > CardExpiryDate
               MOVE TrmEndDate TO CardExpiryDate
           END-IF
           PERFORM ReadNextTerm.

       LoadCardRequests.
           OPEN INPUT CardRequestFile
           IF NOT CardRequestNotFound
               PERFORM ReadNextRequest
               PERFORM LoadOneRequest UNTIL CardRequestAtEnd
               CLOSE CardRequestFile
           END-IF.

       LoadOneRequest.
           IF RequestCount < RequestMax
               ADD 1 TO RequestCount
               MOVE CrqStudentId TO ReqStudentId(RequestCount)
               MOVE CrqReason TO ReqReason(RequestCount)
               IF NOT CrqLost AND NOT CrqDamaged
                   MOVE "L" TO ReqReason(RequestCount)
               END-IF
               MOVE "N" TO ReqUsedFlag(RequestCount)
           ELSE
               DISPLAY "StudentCardIssue - request table full, "
                       "request held for tomorrow: " CrqStudentId
           END-IF
           PERFORM ReadNextRequest.

       ProcessOneStudent.
           ADD 1 TO StudentsRead
           PERFORM ScanStudentCards
           PERFORM FindStudentRequest
           EVALUATE TRUE
               WHEN StatusWithdrawn AND LiveSeqNo > ZERO
                   PERFORM CancelLiveCard
               WHEN StatusActive AND FoundRequestIdx > ZERO
                   IF LiveSeqNo > ZERO
                       PERFORM RetireLiveCard
                   END-IF
                   MOVE ReqReason(FoundRequestIdx) TO NewCardReason
                   PERFORM IssueNewCard
               WHEN StatusActive AND LiveSeqNo = ZERO
                   MOVE "N" TO NewCardReason
                   PERFORM IssueNewCard
               WHEN FoundRequestIdx > ZERO
                   MOVE "REFUSED" TO RegisterAction
                   MOVE "STUDENT NOT ACTIVE" TO RegisterNote
                   MOVE StudentId OF StudentRec TO CrdStudentId
                   MOVE ZERO TO CrdSeqNo
                   PERFORM WriteRegisterLine
                   ADD 1 TO RequestsRefused
           END-EVALUATE
           PERFORM ReadNextStudent.

      *>   ScanStudentCards browses the student's rows for the
      *>   highest sequence number used and the live card, if any.
       ScanStudentCards.
           MOVE ZERO TO HighSeqNo
           MOVE ZERO TO LiveSeqNo
           MOVE "00" TO CardFileStatus
           MOVE StudentId OF StudentRec TO CrdStudentId
           MOVE ZERO TO CrdSeqNo
           START CardFile KEY NOT LESS THAN IdCardKey
               INVALID KEY MOVE "10" TO CardFileStatus
           END-START
           IF NOT CardAtEnd
               PERFORM ReadNextCard
           END-IF
           PERFORM NoteOneCard
               UNTIL CardAtEnd
                  OR CrdStudentId NOT = StudentId OF StudentRec
           MOVE "00" TO CardFileStatus.

       NoteOneCard.
           MOVE CrdSeqNo TO HighSeqNo
           IF CrdLive
               MOVE CrdSeqNo TO LiveSeqNo
           END-IF
           PERFORM ReadNextCard.

      *>   FindStudentRequest takes the student's first request; a
      *>   second request the same night is the same card lost
      *>   once, so it is marked used with the first.
       FindStudentRequest.
           MOVE ZERO TO FoundRequestIdx
           PERFORM MatchOneRequest
               VARYING RequestIdx FROM 1 BY 1
               UNTIL RequestIdx > RequestCount.

       MatchOneRequest.
           IF ReqStudentId(RequestIdx) = StudentId OF StudentRec
               MOVE "Y" TO ReqUsedFlag(RequestIdx)
               IF FoundRequestIdx = ZERO
                   MOVE RequestIdx TO FoundRequestIdx
               END-IF
           END-IF.

       CancelLiveCard.
           MOVE StudentId OF StudentRec TO CrdStudentId
           MOVE LiveSeqNo TO CrdSeqNo
           READ CardFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO CrdStatus
                   MOVE TodayYYYYMMDD TO CrdEndDate
                   REWRITE IdCardRec
                   ADD 1 TO CardsCancelled
                   MOVE "CANCELLED" TO RegisterAction
                   MOVE "STUDENT WITHDRAWN" TO RegisterNote
                   PERFORM WriteRegisterLine
           END-READ.

       RetireLiveCard.
           MOVE StudentId OF StudentRec TO CrdStudentId
           MOVE LiveSeqNo TO CrdSeqNo
           READ CardFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO CrdStatus
                   MOVE TodayYYYYMMDD TO CrdEndDate
                   REWRITE IdCardRec
                   ADD 1 TO CardsReplaced
                   MOVE "REPLACED" TO RegisterAction
                   IF ReqReason(FoundRequestIdx) = "D"
                       MOVE "REPORTED DAMAGED" TO RegisterNote
                   ELSE
                       MOVE "REPORTED LOST" TO RegisterNote
                   END-IF
                   PERFORM WriteRegisterLine
           END-READ.

       IssueNewCard.
           IF HighSeqNo = 999
               MOVE "REFUSED" TO RegisterAction
               MOVE "CARD SEQUENCE EXHAUSTED" TO RegisterNote
               MOVE StudentId OF StudentRec TO CrdStudentId
               MOVE HighSeqNo TO CrdSeqNo
               PERFORM WriteRegisterLine
               ADD 1 TO RequestsRefused
           ELSE
               MOVE StudentId OF StudentRec TO CrdStudentId
               ADD 1 TO HighSeqNo GIVING CrdSeqNo
               MOVE TodayYYYYMMDD TO CrdIssueDate
               MOVE CardExpiryDate TO CrdExpiryDate
               MOVE "L" TO CrdStatus
               MOVE NewCardReason TO CrdReason
               MOVE ZERO TO CrdEndDate
               WRITE IdCardRec
                   INVALID KEY
                       MOVE "REFUSED" TO RegisterAction
                       MOVE "CARD NUMBER ON FILE" TO RegisterNote
                       PERFORM WriteRegisterLine
                       ADD 1 TO RequestsRefused
                   NOT INVALID KEY
                       ADD 1 TO CardsIssued
                       PERFORM WriteProductionCard
                       MOVE "ISSUED" TO RegisterAction
                       EVALUATE TRUE
                           WHEN CrdReasonLost
                               MOVE "REPLACES LOST CARD" TO RegisterNote
                           WHEN CrdReasonDamaged
                               MOVE "REPLACES DAMAGED CARD"
                                   TO RegisterNote
                           WHEN OTHER
                               MOVE "NEW CARD" TO RegisterNote
                       END-EVALUATE
                       PERFORM WriteRegisterLine
               END-WRITE
           END-IF.

      *>   RefuseUnmatchedRequests lists requests naming a student
      *>   the master does not carry.
       RefuseUnmatchedRequests.
           PERFORM RefuseOneUnmatched
               VARYING RequestIdx FROM 1 BY 1
               UNTIL RequestIdx > RequestCount.

       RefuseOneUnmatched.
           IF ReqUsedFlag(RequestIdx) = "N"
               MOVE ReqStudentId(RequestIdx) TO CrdStudentId
               MOVE ZERO TO CrdSeqNo
               MOVE SPACES TO StudentName
               MOVE "REFUSED" TO RegisterAction
               MOVE "STUDENT NOT ON MASTER" TO RegisterNote
               PERFORM WriteRegisterLine
               ADD 1 TO RequestsRefused
           END-IF.

       WriteRegisterLine.
           MOVE RegisterAction TO RgdAction
           MOVE CrdStudentId TO RgdStudentId
           MOVE CrdSeqNo TO RgdSeqNo
           MOVE Surname TO RgdSurname
           MOVE Forename TO RgdForename
           MOVE RegisterNote TO RgdNote
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       WriteProductionHeader.
           MOVE SPACES TO CardProductionRec
           MOVE "H" TO CppRecordType
           MOVE TodayYYYYMMDD TO CphCreatedDate
           MOVE "01" TO CphLayoutVersion
           WRITE CardProductionRec
           ADD 1 TO ProductionRecords.

       WriteProductionCard.
           MOVE SPACES TO CardProductionRec
           MOVE "D" TO CppRecordType
           MOVE CrdStudentId TO CpdStudentId
           MOVE CrdSeqNo TO CpdSeqNo
           MOVE Forename TO CpdForename
           MOVE Surname TO CpdSurname
           MOVE CourseID OF StudentRec TO CpdCourseID
           MOVE CrdIssueDate TO CpdIssueDate
           MOVE CrdExpiryDate TO CpdExpiryDate
           MOVE CrdReason TO CpdReason
           WRITE CardProductionRec
           ADD 1 TO ProductionRecords.

       WriteProductionTrailer.
           ADD 1 TO ProductionRecords
           MOVE SPACES TO CardProductionRec
           MOVE "T" TO CppRecordType
           MOVE CardsIssued TO CptCardCount
           MOVE ProductionRecords TO CptRecordCount
           WRITE CardProductionRec.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextTerm.
           READ TermFile NEXT RECORD
               AT END MOVE "10" TO TermFileStatus
           END-READ.

       ReadNextCard.
           READ CardFile NEXT RECORD
               AT END MOVE "10" TO CardFileStatus
           END-READ.

       ReadNextRequest.
           READ CardRequestFile
               AT END MOVE "10" TO CardRequestStatus
           END-READ.
