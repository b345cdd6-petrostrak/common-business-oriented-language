       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendanceCapture.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Posts the lecturers' class registers to the ATTNREG
      *>   attendance register. Every ATTNTRN row is proved before
      *>   it is kept: the student must hold an ENROLDTL row for
      *>   the course in the same term and section (a transfer
      *>   credit sat its course elsewhere and cannot be marked),
      *>   the section must be on CRSSECT, the date must fall on
      *>   one of the section's SecMeetDays - the weekday comes
      *>   from BusinessDayCheck - and within the term's dates on
      *>   TERMCAL, and the mark must be P, A or E. A row for a
      *>   student, section and date already on the register is a
      *>   correction and replaces it. Rejects are listed on the
      *>   ATTNREJ report with the reason so the register can be
      *>   re-keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendanceTranFile ASSIGN TO "ATTNTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendanceTranStatus.
           SELECT AttendanceFile ASSIGN TO "ATTNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AttendanceKey
               FILE STATUS IS AttendanceFileStatus.
           SELECT EnrollmentFile ASSIGN TO "ENROLDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EnrollmentKey
               FILE STATUS IS EnrollmentFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT RejectReport ASSIGN TO "ATTNREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AttendanceTranFile.
       COPY ATTNTRAN.
       FD AttendanceFile.
       COPY ATTNREG.
       FD EnrollmentFile.
       COPY ENROLREC.
       FD SectionFile.
       COPY CRSSECT.
       FD TermFile.
       COPY TERMCAL.
       FD RejectReport.
       01 RejectLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 AttendanceTranStatus PIC XX VALUE "00".
           88 AttendanceTranAtEnd VALUE "10".
       01 AttendanceFileStatus PIC XX VALUE "00".
           88 AttendanceFileNotFound VALUE "35".
       01 EnrollmentFileStatus PIC XX VALUE "00".
       01 SectionFileStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
           88 TermFileNotFound VALUE "35".
       01 TermFileOpenFlag PIC X VALUE "N".
           88 TermFileOpen VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReasonText PIC X(40) VALUE SPACES.
       COPY STDDATE.
      *>   BusinessDayCheck parameters - "DOW " answers the weekday
      *>   of the session date, 1 Monday through 7 Sunday.
       01 BdFunctionCode PIC X(4) VALUE "DOW ".
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
       01 SessionWeekday PIC 9 VALUE ZERO.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 TransPosted PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AttendanceCapture".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RejectDetail.
           02 RjdStudentId PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdCourseID PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdTerm PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdSectionNo PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdSessionDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RjdReason PIC X(40).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT AttendanceTranFile
           OPEN INPUT EnrollmentFile
           OPEN INPUT SectionFile
           MOVE "Y" TO TermFileOpenFlag
           OPEN INPUT TermFile
           IF TermFileNotFound
               MOVE "N" TO TermFileOpenFlag
           END-IF
           OPEN I-O AttendanceFile
           IF AttendanceFileNotFound
               OPEN OUTPUT AttendanceFile
           END-IF
           OPEN OUTPUT RejectReport
           MOVE "ATTENDANCE CAPTURE - REJECTED REGISTER ENTRIES"
               TO RejectLine
           WRITE RejectLine
           PERFORM ReadNextAttendanceTran
           PERFORM PostOneAttendance UNTIL AttendanceTranAtEnd
           CLOSE AttendanceTranFile
           CLOSE EnrollmentFile
           CLOSE SectionFile
           IF TermFileOpen
               CLOSE TermFile
           END-IF
           CLOSE AttendanceFile
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

       PostOneAttendance.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE AttTranPresence TO AtrPresence
           IF NOT AtrValidPresence
               MOVE "N" TO TranOk
               MOVE "Mark not P, A or E" TO RejectReasonText
           END-IF
           IF TranValid
               PERFORM CheckEnrollment
           END-IF
           IF TranValid
               PERFORM CheckMeetingDay
           END-IF
           IF TranValid
               PERFORM CheckTermDates
           END-IF
           IF TranValid
               PERFORM WriteAttendance
           ELSE
               PERFORM LogReject
           END-IF
           PERFORM ReadNextAttendanceTran.

      *>   The student must be enrolled on the course in this term
      *>   and section - not a transfer row and not another section.
       CheckEnrollment.
           MOVE AttTranStudentId TO EnrStudentId
           MOVE AttTranCourseID TO EnrCourseID
           READ EnrollmentFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Student not enrolled on course"
                       TO RejectReasonText
               NOT INVALID KEY
                   IF EnrTransferCredit
                      OR EnrTerm NOT = AttTranTerm
                      OR EnrSectionNo NOT = AttTranSectionNo
                       MOVE "N" TO TranOk
                       MOVE "Enrolled in another term or section"
                           TO RejectReasonText
                   END-IF
           END-READ.

       CheckMeetingDay.
           MOVE AttTranCourseID TO SecCourseID
           MOVE AttTranTerm TO SecTerm
           MOVE AttTranSectionNo TO SecSectionNo
           READ SectionFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Section not on CRSSECT" TO RejectReasonText
               NOT INVALID KEY
                   MOVE AttTranSessionDate TO BdDateIn
                   CALL "BusinessDayCheck" USING BdFunctionCode
                           BdDateIn BdDaysWanted BdDateOut
                           BdBusinessDayFlag
                   END-CALL
                   MOVE BdDateOut TO SessionWeekday
                   IF SecMeetDays(SessionWeekday:1) NOT = "Y"
                       MOVE "N" TO TranOk
                       MOVE "Section does not meet on that day"
                           TO RejectReasonText
                   END-IF
           END-READ.

      *>   Without a TERMCAL row the date is only held to the
      *>   meeting days; with one it must also fall inside the term
      *>   and not after today.
       CheckTermDates.
           IF AttTranSessionDate > TodayYYYYMMDD
               MOVE "N" TO TranOk
               MOVE "Session date in the future" TO RejectReasonText
           END-IF
           IF TranValid AND TermFileOpen
               MOVE AttTranTerm TO TrmTerm
               READ TermFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AttTranSessionDate < TrmStartDate
                          OR AttTranSessionDate > TrmEndDate
                           MOVE "N" TO TranOk
                           MOVE "Session date outside the term"
                               TO RejectReasonText
                       END-IF
               END-READ
           END-IF.

       WriteAttendance.
           MOVE AttTranStudentId TO AtrStudentId
           MOVE AttTranCourseID TO AtrCourseID
           MOVE AttTranTerm TO AtrTerm
           MOVE AttTranSectionNo TO AtrSectionNo
           MOVE AttTranSessionDate TO AtrSessionDate
           MOVE AttTranPresence TO AtrPresence
           MOVE AttTranOperatorId TO AtrRecordedBy
           MOVE TodayYYYYMMDD TO AtrRecordedDate
           WRITE AttendanceRec
               INVALID KEY
                   REWRITE AttendanceRec
           END-WRITE
           ADD 1 TO TransPosted.

       LogReject.
           ADD 1 TO TransRejected
           MOVE AttTranStudentId TO RjdStudentId
           MOVE AttTranCourseID TO RjdCourseID
           MOVE AttTranTerm TO RjdTerm
           MOVE AttTranSectionNo TO RjdSectionNo
           MOVE AttTranSessionDate TO RjdSessionDate
           MOVE RejectReasonText TO RjdReason
           MOVE RejectDetail TO RejectLine
           WRITE RejectLine.

       ReadNextAttendanceTran.
           READ AttendanceTranFile
               AT END MOVE "10" TO AttendanceTranStatus
           END-READ.
