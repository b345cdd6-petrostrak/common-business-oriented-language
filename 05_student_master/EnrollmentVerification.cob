       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollmentVerification.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Enrollment verification letter run. Reads the day's
      *>   VERIFREQ requests and, for each student who is active on
      *>   STUDMAST, enrolled in the current term and free of any
      *>   hold that withholds a release, prints a letter on
      *>   VERLETR confirming the student's status, course, the
      *>   term with its dates, each course taken in the term from
      *>   ENROLDTL with its COURSEMS title and credits, and the
      *>   total credit load - full-time at or above
      *>   FullTimeCredits, part-time below. The current term is
      *>   the one in progress on TERMCAL, or between terms the
      *>   next to start. Every letter carries the next
      *>   verification reference and is logged on VERIFLOG under
      *>   it for later lookup. A request for a student not on the
      *>   master, not active, not enrolled in the term, or with a
      *>   STUDHOLD hold is refused - an advisory attendance ("AT")
      *>   hold withholds nothing, the transcript rule. Every
      *>   request, issued or refused with its reason, prints on
      *>   the VERIREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO "VERIFREQ"
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
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT HoldFile ASSIGN TO "STUDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentHoldKey
               FILE STATUS IS HoldFileStatus.
           SELECT VerificationLogFile ASSIGN TO "VERIFLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VflReference
               FILE STATUS IS VerificationLogStatus.
           SELECT LetterFile ASSIGN TO "VERLETR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RegisterReport ASSIGN TO "VERIREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RequestFile.
       COPY VERIFREQ.
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD CourseFile.
       COPY COURSEREC.
       FD TermFile.
       COPY TERMCAL.
       FD HoldFile.
       COPY STUDHOLD.
       FD VerificationLogFile.
       COPY VERIFLOG.
       FD LetterFile.
       01 LetterLine PIC X(72).
       FD RegisterReport.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 RequestFileStatus PIC XX VALUE "00".
           88 RequestAtEnd VALUE "10".
           88 RequestFileNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 EnrollmentFileStatus PIC XX VALUE "00".
           88 EnrollmentAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermAtEnd VALUE "10".
       01 HoldFileStatus PIC XX VALUE "00".
           88 HoldAtEnd VALUE "10".
           88 HoldFileNotFound VALUE "35".
       01 HoldFileOpenFlag PIC X VALUE "N".
           88 HoldFileOpen VALUE "Y".
       01 VerificationLogStatus PIC XX VALUE "00".
           88 VerificationLogAtEnd VALUE "10".
           88 VerificationLogNotFound VALUE "35".
       01 FullTimeCredits PIC 9(3) VALUE 12.
      *>   The term the letters confirm.
       01 LetterTerm PIC X(6) VALUE SPACES.
       01 LetterTermStart PIC 9(8) VALUE ZERO.
       01 LetterTermEnd PIC 9(8) VALUE ZERO.
       01 NextTermStart PIC 9(8) VALUE ZERO.
       01 NextTerm PIC X(6) VALUE SPACES.
       01 NextTermEnd PIC 9(8) VALUE ZERO.
       01 LastReference PIC 9(8) VALUE ZERO.
       01 RequestOkFlag PIC X VALUE "Y".
           88 RequestOk VALUE "Y".
       01 RefusalReason PIC X(30) VALUE SPACES.
       01 StudentHeldFlag PIC X VALUE "N".
           88 StudentHeld VALUE "Y".
       01 HeldByType PIC X(2) VALUE SPACES.
      *>   The student's courses in the letter term.
       01 CourseMax PIC 9(2) VALUE 20.
       01 CourseCount PIC 9(2) VALUE ZERO.
       01 TermCourseTable.
           02 TermCourseEntry OCCURS 20 TIMES.
               03 TcCourseID PIC X(5).
               03 TcTitle PIC X(20).
               03 TcCredits PIC 9(2).
       01 CourseIdx PIC 9(2) COMP VALUE ZERO.
       01 CreditLoad PIC 9(3) VALUE ZERO.
       01 RequestsRead PIC 9(7) COMP VALUE ZERO.
       01 LettersIssued PIC 9(7) COMP VALUE ZERO.
       01 RequestsRefused PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "EnrollVerification".
       01 ExceptionNumber PIC 9(4) VALUE 3213.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 LetterHeading PIC X(51) VALUE
           "  OFFICE OF THE REGISTRAR - ENROLLMENT VERIFICATION".
       01 LetterReferenceLine.
           02 FILLER PIC X(24) VALUE "  Verification reference".
           02 FILLER PIC X(1) VALUE SPACE.
           02 LtrReference PIC 9(8).
           02 FILLER PIC X(14) VALUE "       Date   ".
           02 LtrIssueDate PIC 9(8).
       01 LetterToLine.
           02 FILLER PIC X(6) VALUE "  To: ".
           02 LtrAddressee PIC X(30).
       01 LetterConfirmLine PIC X(40) VALUE
           "  This is to confirm that".
       01 LetterStudentLine.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LtrForename PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LtrSurname PIC X(12).
           02 FILLER PIC X(10) VALUE "  student ".
           02 LtrStudentId PIC 9(7).
           02 FILLER PIC X(11) VALUE "  born     ".
           02 LtrDateOfBirth PIC 9(8).
       01 LetterStatusLine.
           02 FILLER PIC X(33) VALUE
               "  is an active student of course ".
           02 LtrCourseID PIC X(5).
           02 FILLER PIC X(19) VALUE ", enrolled in term ".
           02 LtrTerm PIC X(6).
       01 LetterDatesLine.
           02 FILLER PIC X(15) VALUE "  running from ".
           02 LtrTermStart PIC 9(8).
           02 FILLER PIC X(4) VALUE " to ".
           02 LtrTermEnd PIC 9(8).
           02 FILLER PIC X(28) VALUE
               ", taking the courses below:".
       01 LetterCourseLine.
           02 FILLER PIC X(6) VALUE SPACES.
           02 LtrLineCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LtrLineTitle PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LtrLineCredits PIC Z9.
           02 FILLER PIC X(8) VALUE " credits".
       01 LetterLoadLine.
           02 FILLER PIC X(26) VALUE "  for a total credit load ".
           02 LtrCreditLoad PIC ZZ9.
           02 FILLER PIC X(11) VALUE " credits - ".
           02 LtrLoadType PIC X(9).
       01 LetterQuoteLine.
           02 FILLER PIC X(38) VALUE
               "  Quote the reference above to have th".
           02 FILLER PIC X(36) VALUE
               "is letter verified by the registrar.".
       01 RegisterHeading.
           02 FILLER PIC X(36) VALUE
               "ENROLLMENT VERIFICATION REGISTER - ".
           02 HeadRunDate PIC 9(8).
           02 FILLER PIC X(8) VALUE "  TERM  ".
           02 HeadTerm PIC X(6).
       01 RegisterColumns.
           02 FILLER PIC X(36) VALUE
               "STUDENT  P ADDRESSEE            RES".
           02 FILLER PIC X(30) VALUE
               "ULT    REFERENCE / REASON".
       01 RegisterDetail.
           02 RgdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdPurpose PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAddressee PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdResult PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdNote PIC X(30).
       01 IssuedNote.
           02 IsnReference PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IsnCreditLoad PIC ZZ9.
           02 FILLER PIC X(8) VALUE " credits".
       01 RegisterTotals.
           02 FILLER PIC X(8) VALUE "ISSUED: ".
           02 RgtIssued PIC ZZZZZZ9.
           02 FILLER PIC X(12) VALUE "   REFUSED: ".
           02 RgtRefused PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM FindLetterTerm
           IF LetterTerm = SPACES
               MOVE "No current or future term on TERMCAL to verify"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O VerificationLogFile
               IF VerificationLogNotFound
                   OPEN OUTPUT VerificationLogFile
                   CLOSE VerificationLogFile
                   OPEN I-O VerificationLogFile
               END-IF
               PERFORM FindLastReference
               OPEN INPUT StudentMasterFile
               OPEN INPUT EnrollmentFile
               OPEN INPUT CourseFile
               MOVE "Y" TO HoldFileOpenFlag
               OPEN INPUT HoldFile
               IF HoldFileNotFound
                   MOVE "N" TO HoldFileOpenFlag
               END-IF
               OPEN OUTPUT LetterFile
               OPEN OUTPUT RegisterReport
               MOVE TodayYYYYMMDD TO HeadRunDate
               MOVE LetterTerm TO HeadTerm
               MOVE RegisterHeading TO RegisterLine
               WRITE RegisterLine
               MOVE RegisterColumns TO RegisterLine
               WRITE RegisterLine
               OPEN INPUT RequestFile
               IF NOT RequestFileNotFound
                   PERFORM ReadNextRequest
                   PERFORM ProcessOneRequest UNTIL RequestAtEnd
                   CLOSE RequestFile
               END-IF
               MOVE SPACES TO RegisterLine
               WRITE RegisterLine
               MOVE LettersIssued TO RgtIssued
               MOVE RequestsRefused TO RgtRefused
               MOVE RegisterTotals TO RegisterLine
               WRITE RegisterLine
               CLOSE VerificationLogFile
               CLOSE StudentMasterFile
               CLOSE EnrollmentFile
               CLOSE CourseFile
               IF HoldFileOpen
                   CLOSE HoldFile
               END-IF
               CLOSE LetterFile
               CLOSE RegisterReport
           END-IF
           MOVE RequestsRead TO ReadForReport
           MOVE LettersIssued TO WrittenForReport
           MOVE RequestsRefused TO RejectedForReport
           MOVE LettersIssued TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   FindLetterTerm takes the term whose dates span today;
      *>   between terms, the earliest term still to start.
       FindLetterTerm.
           OPEN INPUT TermFile
           PERFORM ReadNextTerm
           PERFORM TakeOneTerm UNTIL TermAtEnd
           CLOSE TermFile
           IF LetterTerm = SPACES
               MOVE NextTerm TO LetterTerm
               MOVE NextTermStart TO LetterTermStart
               MOVE NextTermEnd TO LetterTermEnd
           END-IF.

       TakeOneTerm.
           IF TrmStartDate NOT > TodayYYYYMMDD
              AND TrmEndDate NOT < TodayYYYYMMDD
               MOVE TrmTerm TO LetterTerm
               MOVE TrmStartDate TO LetterTermStart
               MOVE TrmEndDate TO LetterTermEnd
           END-IF
           IF TrmStartDate > TodayYYYYMMDD
               IF NextTerm = SPACES OR TrmStartDate < NextTermStart
                   MOVE TrmTerm TO NextTerm
                   MOVE TrmStartDate TO NextTermStart
                   MOVE TrmEndDate TO NextTermEnd
               END-IF
           END-IF
           PERFORM ReadNextTerm.

      *>   FindLastReference reads the log through for the highest
      *>   reference issued; the night's letters number on from it.
       FindLastReference.
           MOVE ZERO TO VflReference
           START VerificationLogFile KEY NOT LESS THAN VflReference
               INVALID KEY MOVE "10" TO VerificationLogStatus
           END-START
           IF NOT VerificationLogAtEnd
               PERFORM ReadNextLogEntry
           END-IF
           PERFORM NoteOneLogEntry UNTIL VerificationLogAtEnd
           MOVE "00" TO VerificationLogStatus.

       NoteOneLogEntry.
           MOVE VflReference TO LastReference
           PERFORM ReadNextLogEntry.

       ProcessOneRequest.
           ADD 1 TO RequestsRead
           MOVE "Y" TO RequestOkFlag
           MOVE SPACES TO RefusalReason
           PERFORM ValidateRequest
           MOVE VrqStudentId TO RgdStudentId
           MOVE VrqPurpose TO RgdPurpose
           MOVE VrqAddressee TO RgdAddressee
           IF RequestOk
               PERFORM IssueLetter
           END-IF
           IF RequestOk
               ADD 1 TO LettersIssued
               MOVE "ISSUED" TO RgdResult
               MOVE VflReference TO IsnReference
               MOVE CreditLoad TO IsnCreditLoad
               MOVE IssuedNote TO RgdNote
           ELSE
               ADD 1 TO RequestsRefused
               MOVE "REFUSED" TO RgdResult
               MOVE RefusalReason TO RgdNote
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextRequest.

       ValidateRequest.
           MOVE VrqStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE "N" TO RequestOkFlag
                   MOVE "STUDENT NOT ON MASTER" TO RefusalReason
           END-READ
           IF RequestOk AND NOT StatusActive
               MOVE "N" TO RequestOkFlag
               MOVE "STUDENT NOT ACTIVE" TO RefusalReason
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
           END-IF
           IF RequestOk
               PERFORM CollectTermCourses
               IF CourseCount = ZERO
                   MOVE "N" TO RequestOkFlag
                   MOVE "NOT ENROLLED THIS TERM" TO RefusalReason
               END-IF
           END-IF.

      *>   CheckStudentHolds walks the student's STUDHOLD rows the
      *>   way TranscriptExchange does, passing over an advisory
      *>   attendance hold.
       CheckStudentHolds.
           MOVE "N" TO StudentHeldFlag
           IF HoldFileOpen
               MOVE VrqStudentId TO HldStudentId
               MOVE LOW-VALUES TO HldHoldType
               START HoldFile KEY NOT LESS THAN StudentHoldKey
                   INVALID KEY MOVE "10" TO HoldFileStatus
               END-START
               IF NOT HoldAtEnd
                   PERFORM ReadNextHold
               END-IF
               PERFORM ExamineOneHold
                   UNTIL HoldAtEnd
                      OR HldStudentId NOT = VrqStudentId
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

      *>   CollectTermCourses gathers the student's own enrollments
      *>   in the letter term - transfer credit rows are history,
      *>   not current enrollment - with catalog title and credits.
       CollectTermCourses.
           MOVE ZERO TO CourseCount
           MOVE ZERO TO CreditLoad
           MOVE "00" TO EnrollmentFileStatus
           MOVE VrqStudentId TO EnrStudentId
           MOVE LOW-VALUES TO EnrCourseID
           START EnrollmentFile KEY NOT LESS THAN EnrollmentKey
               INVALID KEY MOVE "10" TO EnrollmentFileStatus
           END-START
           IF NOT EnrollmentAtEnd
               PERFORM ReadNextEnrollment
           END-IF
           PERFORM TakeOneEnrollment
               UNTIL EnrollmentAtEnd
                  OR EnrStudentId NOT = VrqStudentId.

       TakeOneEnrollment.
           IF EnrTerm = LetterTerm AND NOT EnrTransferCredit
              AND CourseCount < CourseMax
               ADD 1 TO CourseCount
               MOVE EnrCourseID TO TcCourseID(CourseCount)
               MOVE EnrCourseID TO CourseID OF CourseRec
               READ CourseFile
                   INVALID KEY
                       MOVE "TITLE NOT ON CATALOG" TO CourseTitle
                       MOVE ZERO TO Credits
               END-READ
               MOVE CourseTitle TO TcTitle(CourseCount)
               MOVE Credits TO TcCredits(CourseCount)
               ADD Credits TO CreditLoad
           END-IF
           PERFORM ReadNextEnrollment.

      *>   IssueLetter takes the next reference, logs the letter
      *>   under it and prints it.
       IssueLetter.
           ADD 1 TO LastReference
           MOVE LastReference TO VflReference
           MOVE VrqStudentId TO VflStudentId
           MOVE TodayYYYYMMDD TO VflIssueDate
           MOVE LetterTerm TO VflTerm
           MOVE StudentStatus TO VflStudentStatus
           MOVE CourseID OF StudentRec TO VflCourseID
           MOVE CourseCount TO VflCourseCount
           MOVE CreditLoad TO VflCreditLoad
           IF CreditLoad NOT < FullTimeCredits
               MOVE "F" TO VflLoadType
           ELSE
               MOVE "P" TO VflLoadType
           END-IF
           MOVE VrqPurpose TO VflPurpose
           MOVE VrqAddressee TO VflAddressee
           MOVE VrqRequestDate TO VflRequestDate
           MOVE VrqOperatorId TO VflOperatorId
           WRITE VerificationLogRec
               INVALID KEY
                   MOVE "N" TO RequestOkFlag
                   MOVE "REFERENCE ALREADY ON LOG" TO RefusalReason
           END-WRITE
           IF RequestOk
               PERFORM PrintLetter
           END-IF.

       PrintLetter.
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE LetterHeading TO LetterLine
           WRITE LetterLine
           MOVE VflReference TO LtrReference
           MOVE TodayYYYYMMDD TO LtrIssueDate
           MOVE LetterReferenceLine TO LetterLine
           WRITE LetterLine
           IF VrqAddressee = SPACES
               MOVE "To whom it may concern" TO LtrAddressee
           ELSE
               MOVE VrqAddressee TO LtrAddressee
           END-IF
           MOVE LetterToLine TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE LetterConfirmLine TO LetterLine
           WRITE LetterLine
           MOVE Forename TO LtrForename
           MOVE Surname TO LtrSurname
           MOVE StudentId OF StudentRec TO LtrStudentId
           MOVE DateOfBirth TO LtrDateOfBirth
           MOVE LetterStudentLine TO LetterLine
           WRITE LetterLine
           MOVE CourseID OF StudentRec TO LtrCourseID
           MOVE LetterTerm TO LtrTerm
           MOVE LetterStatusLine TO LetterLine
           WRITE LetterLine
           MOVE LetterTermStart TO LtrTermStart
           MOVE LetterTermEnd TO LtrTermEnd
           MOVE LetterDatesLine TO LetterLine
           WRITE LetterLine
           PERFORM PrintOneCourse
               VARYING CourseIdx FROM 1 BY 1
               UNTIL CourseIdx > CourseCount
           MOVE CreditLoad TO LtrCreditLoad
           IF VflFullTime
               MOVE "FULL-TIME" TO LtrLoadType
           ELSE
               MOVE "PART-TIME" TO LtrLoadType
           END-IF
           MOVE LetterLoadLine TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE LetterQuoteLine TO LetterLine
           WRITE LetterLine.

       PrintOneCourse.
           MOVE TcCourseID(CourseIdx) TO LtrLineCourseID
           MOVE TcTitle(CourseIdx) TO LtrLineTitle
           MOVE TcCredits(CourseIdx) TO LtrLineCredits
           MOVE LetterCourseLine TO LetterLine
           WRITE LetterLine.

       ReadNextRequest.
           READ RequestFile
               AT END MOVE "10" TO RequestFileStatus
           END-READ.

       ReadNextTerm.
           READ TermFile NEXT RECORD
               AT END MOVE "10" TO TermFileStatus
           END-READ.

       ReadNextHold.
           READ HoldFile NEXT RECORD
               AT END MOVE "10" TO HoldFileStatus
           END-READ.

       ReadNextEnrollment.
           READ EnrollmentFile NEXT RECORD
               AT END MOVE "10" TO EnrollmentFileStatus
           END-READ.

       ReadNextLogEntry.
           READ VerificationLogFile NEXT RECORD
               AT END MOVE "10" TO VerificationLogStatus
           END-READ.
