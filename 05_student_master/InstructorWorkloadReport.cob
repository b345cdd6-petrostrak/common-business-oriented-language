       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstructorWorkloadReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Teaching workload per instructor per term. Every CRSSECT
      *>   section with a teaching assignment goes through a SORT on
      *>   instructor, term and section key (the HouseholdBilling
      *>   Rollup idiom), and the sorted stream prints one block
      *>   per instructor and term: each section taught with its
      *>   meeting pattern, weekly contact hours (meeting days times
      *>   the length of one meeting) and the COURSEMS Credits the
      *>   course carries, closed by the instructor's totals for
      *>   the term. Unassigned sections are not anybody's load and
      *>   are counted, not listed. A section whose course has gone
      *>   off the catalog prints with zero credits and a marker
      *>   rather than being dropped from the instructor's hours.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT CourseFile ASSIGN TO "COURSEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CourseID OF CourseRec
               FILE STATUS IS CourseFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT WorkloadReport ASSIGN TO "WORKLOAD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkloadSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD SectionFile.
       COPY CRSSECT.
       FD CourseFile.
       COPY COURSEREC.
       FD InstructorFile.
       COPY INSTRMS.
       FD WorkloadReport.
       01 WorkloadLine PIC X(72).
       SD WorkloadSortFile.
       01 WorkloadSortRec.
           02 SrtInstructorId PIC X(6).
           02 SrtTerm PIC X(6).
           02 SrtCourseID PIC X(5).
           02 SrtSectionNo PIC 9(2).
           02 SrtMeetDays PIC X(7).
           02 SrtStartTime PIC 9(4).
           02 SrtEndTime PIC 9(4).
           02 SrtWeeklyMinutes PIC 9(5).
           02 SrtCredits PIC 9(2).
           02 SrtCourseKnown PIC X.
       WORKING-STORAGE SECTION.
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 InstructorFileStatus PIC XX VALUE "00".
           88 InstructorFileNotFound VALUE "35".
       01 InstructorFileOpenFlag PIC X VALUE "N".
           88 InstructorFileOpen VALUE "Y".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 FirstBlockFlag PIC X VALUE "Y".
           88 FirstBlock VALUE "Y".
       01 CurrentInstructorId PIC X(6) VALUE SPACES.
       01 CurrentTerm PIC X(6) VALUE SPACES.
       01 MeetDayIdx PIC 9 COMP VALUE ZERO.
       01 MeetingDays PIC 9 VALUE ZERO.
       01 StartHours PIC 9(2) VALUE ZERO.
       01 StartMinutes PIC 9(2) VALUE ZERO.
       01 EndHours PIC 9(2) VALUE ZERO.
       01 EndMinutes PIC 9(2) VALUE ZERO.
       01 MeetingMinutes PIC S9(4) VALUE ZERO.
       01 BlockSections PIC 9(3) COMP VALUE ZERO.
       01 BlockMinutes PIC 9(5) VALUE ZERO.
       01 BlockCredits PIC 9(3) VALUE ZERO.
       01 ContactHours PIC 9(3)V99 VALUE ZERO.
       01 SectionsRead PIC 9(7) COMP VALUE ZERO.
       01 SectionsListed PIC 9(7) COMP VALUE ZERO.
       01 SectionsUnassigned PIC 9(7) COMP VALUE ZERO.
       01 TotalContactHours PIC 9(7)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "InstructorWorkload".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 BlockHeading.
           02 FILLER PIC X(11) VALUE "INSTRUCTOR ".
           02 HeadInstructorId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 HeadInstructorName PIC X(20).
           02 FILLER PIC X(7) VALUE "  TERM ".
           02 HeadTerm PIC X(6).
       01 ColumnHeading PIC X(56) VALUE
           "  COURSE SEC DAYS    FROM  TO    HRS/WK  CREDITS".
       01 WorkloadDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetCourseID PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetSectionNo PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetMeetDays PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetStartTime PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetEndTime PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetContactHours PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DetCredits PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetNote PIC X(18).
       01 BlockTotalLine.
           02 FILLER PIC X(12) VALUE "  Sections: ".
           02 TotSections PIC ZZ9.
           02 FILLER PIC X(21) VALUE "   contact hrs/week: ".
           02 TotContactHours PIC ZZ9.99.
           02 FILLER PIC X(12) VALUE "   credits: ".
           02 TotCredits PIC ZZ9.
       PROCEDURE DIVISION.
       Begin.
           SORT WorkloadSortFile
               ON ASCENDING KEY SrtInstructorId
                                SrtTerm
                                SrtCourseID
                                SrtSectionNo
               INPUT PROCEDURE IS CollectSections
               OUTPUT PROCEDURE IS PrintWorkload
           MOVE SectionsRead TO ReadForReport
           MOVE SectionsListed TO WrittenForReport
           MOVE SectionsUnassigned TO RejectedForReport
           MOVE TotalContactHours TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   CollectSections releases every assigned section into the
      *>   sort with its weekly minutes and course credits already
      *>   worked out, so the print side only has to add up.
       CollectSections.
           OPEN INPUT SectionFile
           OPEN INPUT CourseFile
           PERFORM ReadNextSection
           PERFORM ReleaseOneSection UNTIL SectionAtEnd
           CLOSE SectionFile
           CLOSE CourseFile.

       ReleaseOneSection.
           ADD 1 TO SectionsRead
           IF SecInstructorId = SPACES
               ADD 1 TO SectionsUnassigned
           ELSE
               MOVE SecInstructorId TO SrtInstructorId
               MOVE SecTerm TO SrtTerm
               MOVE SecCourseID TO SrtCourseID
               MOVE SecSectionNo TO SrtSectionNo
               MOVE SecMeetDays TO SrtMeetDays
               MOVE SecStartTime TO SrtStartTime
               MOVE SecEndTime TO SrtEndTime
               PERFORM ComputeWeeklyMinutes
               MOVE SecCourseID TO CourseID OF CourseRec
               READ CourseFile
                   INVALID KEY
                       MOVE ZERO TO SrtCredits
                       MOVE "N" TO SrtCourseKnown
                   NOT INVALID KEY
                       MOVE Credits TO SrtCredits
                       MOVE "Y" TO SrtCourseKnown
               END-READ
               RELEASE WorkloadSortRec
           END-IF
           PERFORM ReadNextSection.

      *>   A meeting runs from SecStartTime to SecEndTime, both
      *>   24-hour HHMM; the week's minutes are one meeting's length
      *>   times the Y days in SecMeetDays. A section keyed with its
      *>   end before its start carries no hours rather than a
      *>   negative load.
       ComputeWeeklyMinutes.
           MOVE ZERO TO MeetingDays
           PERFORM CountOneMeetingDay
               VARYING MeetDayIdx FROM 1 BY 1
               UNTIL MeetDayIdx > 7
           DIVIDE SecStartTime BY 100 GIVING StartHours
               REMAINDER StartMinutes
           DIVIDE SecEndTime BY 100 GIVING EndHours
               REMAINDER EndMinutes
           COMPUTE MeetingMinutes =
                   (EndHours * 60 + EndMinutes)
                 - (StartHours * 60 + StartMinutes)
           IF MeetingMinutes < ZERO
               MOVE ZERO TO MeetingMinutes
           END-IF
           COMPUTE SrtWeeklyMinutes = MeetingMinutes * MeetingDays.

       CountOneMeetingDay.
           IF SecMeetDays(MeetDayIdx:1) = "Y"
               ADD 1 TO MeetingDays
           END-IF.

       PrintWorkload.
           MOVE "Y" TO InstructorFileOpenFlag
           OPEN INPUT InstructorFile
           IF InstructorFileNotFound
               MOVE "N" TO InstructorFileOpenFlag
           END-IF
           OPEN OUTPUT WorkloadReport
           MOVE "INSTRUCTOR TEACHING WORKLOAD BY TERM"
               TO WorkloadLine
           WRITE WorkloadLine
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneSortedSection UNTIL SortReturnAtEnd
           IF NOT FirstBlock
               PERFORM PrintBlockTotal
           END-IF
           IF InstructorFileOpen
               CLOSE InstructorFile
           END-IF
           CLOSE WorkloadReport.

       ReturnOneSortedSection.
           RETURN WorkloadSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneSection
           END-RETURN.

      *>   A change of instructor or of term closes the block in
      *>   hand and opens the next.
       PrintOneSection.
           IF FirstBlock
              OR SrtInstructorId NOT = CurrentInstructorId
              OR SrtTerm NOT = CurrentTerm
               IF NOT FirstBlock
                   PERFORM PrintBlockTotal
               END-IF
               PERFORM PrintBlockHeading
           END-IF
           MOVE SrtCourseID TO DetCourseID
           MOVE SrtSectionNo TO DetSectionNo
           MOVE SrtMeetDays TO DetMeetDays
           MOVE SrtStartTime TO DetStartTime
           MOVE SrtEndTime TO DetEndTime
           COMPUTE ContactHours ROUNDED = SrtWeeklyMinutes / 60
           MOVE ContactHours TO DetContactHours
           MOVE SrtCredits TO DetCredits
           IF SrtCourseKnown = "Y"
               MOVE SPACES TO DetNote
           ELSE
               MOVE "COURSE NOT ON FILE" TO DetNote
           END-IF
           MOVE WorkloadDetail TO WorkloadLine
           WRITE WorkloadLine
           ADD 1 TO BlockSections
           ADD SrtWeeklyMinutes TO BlockMinutes
           ADD SrtCredits TO BlockCredits
           ADD ContactHours TO TotalContactHours
           ADD 1 TO SectionsListed.

       PrintBlockHeading.
           MOVE "N" TO FirstBlockFlag
           MOVE SrtInstructorId TO CurrentInstructorId
           MOVE SrtTerm TO CurrentTerm
           MOVE ZERO TO BlockSections
           MOVE ZERO TO BlockMinutes
           MOVE ZERO TO BlockCredits
           MOVE SrtInstructorId TO HeadInstructorId
           MOVE SrtTerm TO HeadTerm
           MOVE "NOT ON INSTRMS" TO HeadInstructorName
           IF InstructorFileOpen
               MOVE SrtInstructorId TO InsInstructorId
               READ InstructorFile
                   NOT INVALID KEY
                       MOVE InsInstructorName TO HeadInstructorName
               END-READ
           END-IF
           MOVE SPACES TO WorkloadLine
           WRITE WorkloadLine
           MOVE BlockHeading TO WorkloadLine
           WRITE WorkloadLine
           MOVE ColumnHeading TO WorkloadLine
           WRITE WorkloadLine.

       PrintBlockTotal.
           MOVE BlockSections TO TotSections
           COMPUTE ContactHours ROUNDED = BlockMinutes / 60
           MOVE ContactHours TO TotContactHours
           MOVE BlockCredits TO TotCredits
           MOVE BlockTotalLine TO WorkloadLine
           WRITE WorkloadLine.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.
