       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranscriptExchange.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Outbound counterpart of TransferCreditLoad. Reads the
      *>   day's TRNREQ transcript requests and, for each student
      *>   on the master with no hold against them, writes one
      *>   electronic transcript set to the TRNXCHG exchange file -
      *>   header, student, one course record per ENROLDTL row with
      *>   term and grade, and a trailer carrying the set's control
      *>   totals (layout on TRNXCHG). A student with a STUDHOLD
      *>   hold is refused, the same rule the printed transcript
      *>   applies - an advisory attendance ("AT") hold withholds
      *>   neither. Unknown students and requests naming no
      *>   receiving institution are refused too. Every request,
      *>   fulfilled or refused with its reason, prints on the
      *>   TRNXREG daily register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO "TRNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RequestFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT HoldFile ASSIGN TO "STUDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentHoldKey
               FILE STATUS IS HoldFileStatus.
           SELECT ExchangeFile ASSIGN TO "TRNXCHG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterReport ASSIGN TO "TRNXREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RequestFile.
       COPY TRNREQ.
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD CourseFile.
       COPY COURSEREC.
       FD HoldFile.
       COPY STUDHOLD.
       FD ExchangeFile.
       COPY TRNXCHG.
       FD RegisterReport.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 RequestFileStatus PIC XX VALUE "00".
           88 RequestAtEnd VALUE "10".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 HoldFileStatus PIC XX VALUE "00".
           88 HoldAtEnd VALUE "10".
           88 HoldFileNotFound VALUE "35".
       01 HoldFileOpenFlag PIC X VALUE "N".
           88 HoldFileOpen VALUE "Y".
       01 RequestOkFlag PIC X VALUE "Y".
           88 RequestOk VALUE "Y".
       01 RefusalReason PIC X(30) VALUE SPACES.
       01 StudentHeldFlag PIC X VALUE "N".
           88 StudentHeld VALUE "Y".
       01 HeldByType PIC X(2) VALUE SPACES.
       01 SetCourseCount PIC 9(5) VALUE ZERO.
       01 SetGradeTotal PIC 9(5)V9(2) VALUE ZERO.
       01 SetRecordCount PIC 9(5) VALUE ZERO.
       01 ExchangeLayoutVersion PIC X(2) VALUE "01".
       01 RequestsRead PIC 9(7) COMP VALUE ZERO.
       01 RequestsFulfilled PIC 9(7) COMP VALUE ZERO.
       01 RequestsRefused PIC 9(7) COMP VALUE ZERO.
       01 ExchangeRecordsWritten PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "TranscriptExchange".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(36) VALUE
               "TRANSCRIPT EXCHANGE REGISTER - RUN ".
           02 HeadRunDate PIC 9(8).
       01 RegisterColumns.
           02 FILLER PIC X(36) VALUE
               "REQUEST STUDENT  SEND TO  RESULT    ".
           02 FILLER PIC X(30) VALUE
               "COURSES / REASON".
       01 RegisterDetail.
           02 RgdRequestNo PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdInstitution PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdResult PIC X(10).
           02 RgdNote PIC X(30).
       01 FulfilledNote.
           02 FunCourseCount PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " courses".
       01 RegisterTotals.
           02 FILLER PIC X(11) VALUE "FULFILLED: ".
           02 RgtFulfilled PIC ZZZZZZ9.
           02 FILLER PIC X(12) VALUE "   REFUSED: ".
           02 RgtRefused PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT RequestFile
           OPEN INPUT StudentMasterFile
           OPEN INPUT EnrollmentFile
           OPEN INPUT CourseFile
           MOVE "Y" TO HoldFileOpenFlag
           OPEN INPUT HoldFile
           IF HoldFileNotFound
               MOVE "N" TO HoldFileOpenFlag
           END-IF
           OPEN OUTPUT ExchangeFile
           OPEN OUTPUT RegisterReport
           MOVE TodayYYYYMMDD TO HeadRunDate
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterColumns TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextRequest
           PERFORM ProcessOneRequest UNTIL RequestAtEnd
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE RequestsFulfilled TO RgtFulfilled
           MOVE RequestsRefused TO RgtRefused
           MOVE RegisterTotals TO RegisterLine
           WRITE RegisterLine
           CLOSE RequestFile
           CLOSE StudentMasterFile
           CLOSE EnrollmentFile
           CLOSE CourseFile
           IF HoldFileOpen
               CLOSE HoldFile
           END-IF
           CLOSE ExchangeFile
           CLOSE RegisterReport
           MOVE RequestsRead TO ReadForReport
           MOVE ExchangeRecordsWritten TO WrittenForReport
           MOVE RequestsRefused TO RejectedForReport
           MOVE RequestsFulfilled TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ProcessOneRequest.
           ADD 1 TO RequestsRead
           MOVE "Y" TO RequestOkFlag
           MOVE SPACES TO RefusalReason
           PERFORM ValidateRequest
           MOVE TrqRequestNo TO RgdRequestNo
           MOVE TrqStudentId TO RgdStudentId
           MOVE TrqInstitution TO RgdInstitution
           IF RequestOk
               PERFORM WriteTranscriptSet
               ADD 1 TO RequestsFulfilled
               MOVE "FULFILLED" TO RgdResult
               MOVE SetCourseCount TO FunCourseCount
               MOVE FulfilledNote TO RgdNote
           ELSE
               ADD 1 TO RequestsRefused
               MOVE "REFUSED" TO RgdResult
               MOVE RefusalReason TO RgdNote
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextRequest.

       ValidateRequest.
           IF TrqInstitution = SPACES
               MOVE "N" TO RequestOkFlag
               MOVE "NO RECEIVING INSTITUTION" TO RefusalReason
           END-IF
           IF RequestOk
               MOVE TrqStudentId TO StudentId OF StudentRec
               READ StudentMasterFile
                   INVALID KEY
                       MOVE "N" TO RequestOkFlag
                       MOVE "STUDENT NOT ON MASTER" TO RefusalReason
               END-READ
           END-IF
           IF RequestOk
               PERFORM CheckStudentHolds
               IF StudentHeld
                   MOVE "N" TO RequestOkFlag
                   STRING "HOLD " DELIMITED BY SIZE
                          HeldByType DELIMITED BY SIZE
                          " ON RECORD" DELIMITED BY SIZE
                       INTO RefusalReason
                   END-STRING
               END-IF
           END-IF.

      *>   CheckStudentHolds walks the student's STUDHOLD rows the
      *>   way StudentTranscript does, passing over an advisory
      *>   attendance hold.
       CheckStudentHolds.
           MOVE "N" TO StudentHeldFlag
           IF HoldFileOpen
               MOVE TrqStudentId TO HldStudentId
               MOVE LOW-VALUES TO HldHoldType
               START HoldFile KEY NOT LESS THAN StudentHoldKey
                   INVALID KEY MOVE "10" TO HoldFileStatus
               END-START
               IF NOT HoldAtEnd
                   PERFORM ReadNextHold
               END-IF
               PERFORM ExamineOneHold
                   UNTIL HoldAtEnd
                      OR HldStudentId NOT = TrqStudentId
                      OR StudentHeld
               MOVE "00" TO HoldFileStatus
           END-IF.

       ExamineOneHold.
           IF HldAttendance
               PERFORM ReadNextHold
           ELSE
               MOVE "Y" TO StudentHeldFlag
               MOVE HldHoldType TO HeldByType
           END-IF.

       ReadNextHold.
           READ HoldFile NEXT RECORD
               AT END MOVE "10" TO HoldFileStatus
           END-READ.

       WriteTranscriptSet.
           MOVE ZERO TO SetCourseCount
           MOVE ZERO TO SetGradeTotal
           MOVE ZERO TO SetRecordCount
           MOVE SPACES TO TxrDetail
           MOVE "H" TO TxrRecordType
           MOVE TrqInstitution TO TxhInstitution
           MOVE TodayYYYYMMDD TO TxhCreatedDate
           MOVE ExchangeLayoutVersion TO TxhLayoutVersion
           PERFORM WriteExchangeRecord
           MOVE SPACES TO TxrDetail
           MOVE "S" TO TxrRecordType
           MOVE StudentId OF StudentRec TO TxsStudentId
           MOVE Forename TO TxsForename
           MOVE Surname TO TxsSurname
           MOVE DateOfBirth TO TxsDateOfBirth
           MOVE StudentStatus TO TxsStatus
           MOVE GPA TO TxsGPA
           PERFORM WriteExchangeRecord
           MOVE "00" TO EnrollmentFileStatus
           MOVE TrqStudentId TO EnrStudentId
           MOVE LOW-VALUES TO EnrCourseID
           START EnrollmentFile KEY NOT LESS THAN EnrollmentKey
               INVALID KEY MOVE "10" TO EnrollmentFileStatus
           END-START
           IF NOT EnrollmentAtEnd
               PERFORM ReadNextEnrollment
           END-IF
           PERFORM WriteCourseRecord
               UNTIL EnrollmentAtEnd
                  OR EnrStudentId NOT = TrqStudentId
           MOVE SPACES TO TxrDetail
           MOVE "T" TO TxrRecordType
           ADD 1 TO SetRecordCount
           MOVE SetCourseCount TO TxtCourseCount
           MOVE SetGradeTotal TO TxtGradeTotal
           MOVE SetRecordCount TO TxtRecordCount
           MOVE TrqRequestNo TO TxrRequestNo
           WRITE TranscriptExchangeRec
           ADD 1 TO ExchangeRecordsWritten.

       WriteCourseRecord.
           MOVE EnrCourseID TO CourseID OF CourseRec
           READ CourseFile
               INVALID KEY
                   MOVE "TITLE NOT ON CATALOG" TO CourseTitle
                   MOVE ZERO TO Credits
           END-READ
           MOVE SPACES TO TxrDetail
           MOVE "C" TO TxrRecordType
           MOVE EnrCourseID TO TxcCourseID
           MOVE CourseTitle TO TxcCourseTitle
           MOVE Credits TO TxcCredits
           MOVE EnrTerm TO TxcTerm
           MOVE EnrGrade TO TxcGrade
           MOVE EnrTransferFlag TO TxcTransferFlag
           PERFORM WriteExchangeRecord
           ADD 1 TO SetCourseCount
           ADD EnrGrade TO SetGradeTotal
           PERFORM ReadNextEnrollment.

       WriteExchangeRecord.
           MOVE TrqRequestNo TO TxrRequestNo
           WRITE TranscriptExchangeRec
           ADD 1 TO SetRecordCount
           ADD 1 TO ExchangeRecordsWritten.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.

       ReadNextRequest.
           READ RequestFile
               AT END MOVE "10" TO RequestFileStatus
           END-READ.
