       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomUtilisationReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Teaching room utilisation per term. Every CRSSECT
      *>   section booked into a room goes through a SORT on term
      *>   and room (the InstructorWorkloadReport idiom) with its
      *>   weekly booked minutes, and each term prints one line per
      *>   room: sections booked, booked hours a week, the hours
      *>   the room is available (RmWeeklyHours off ROOMMS, the
      *>   standard 45-hour week where none is set) and booked as a
      *>   percentage of available. The ROOMMS file is walked
      *>   alongside the sorted bookings in room order, so rooms
      *>   nobody booked in the term list at zero - an empty room
      *>   is the other half of the estates question. A booking
      *>   under a room no longer on ROOMMS prints with no
      *>   available hours and a marker.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT RoomFile ASSIGN TO "ROOMMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RmRoomId
               FILE STATUS IS RoomFileStatus.
           SELECT UtilisationReport ASSIGN TO "ROOMUTIL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RoomSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD SectionFile.
       COPY CRSSECT.
       FD RoomFile.
       COPY ROOMMS.
       FD UtilisationReport.
       01 UtilisationLine PIC X(72).
       SD RoomSortFile.
       01 RoomSortRec.
           02 SrtTerm PIC X(6).
           02 SrtRoom PIC X(8).
           02 SrtWeeklyMinutes PIC 9(5).
       WORKING-STORAGE SECTION.
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
       01 RoomFileStatus PIC XX VALUE "00".
           88 RoomFileAtEnd VALUE "10".
           88 RoomFileNotFound VALUE "35".
       01 RoomFileOpenFlag PIC X VALUE "N".
           88 RoomFileOpen VALUE "Y".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 FirstTermFlag PIC X VALUE "Y".
           88 FirstTerm VALUE "Y".
       01 RoomInHandFlag PIC X VALUE "N".
           88 RoomInHand VALUE "Y".
       01 CurrentTerm PIC X(6) VALUE SPACES.
       01 CurrentRoom PIC X(8) VALUE SPACES.
       01 RoomSections PIC 9(3) COMP VALUE ZERO.
       01 RoomMinutes PIC 9(5) VALUE ZERO.
       01 MeetDayIdx PIC 9 COMP VALUE ZERO.
       01 MeetingDays PIC 9 VALUE ZERO.
       01 StartHours PIC 9(2) VALUE ZERO.
       01 StartMinutes PIC 9(2) VALUE ZERO.
       01 EndHours PIC 9(2) VALUE ZERO.
       01 EndMinutes PIC 9(2) VALUE ZERO.
       01 MeetingMinutes PIC S9(4) VALUE ZERO.
       01 StandardWeekHours PIC 9(3) VALUE 45.
       01 AvailableHours PIC 9(3) VALUE ZERO.
       01 BookedHours PIC 9(3)V99 VALUE ZERO.
       01 UtilisationPct PIC 9(3)V9 VALUE ZERO.
       01 SectionsRead PIC 9(7) COMP VALUE ZERO.
       01 SectionsBooked PIC 9(7) COMP VALUE ZERO.
       01 SectionsNoRoom PIC 9(7) COMP VALUE ZERO.
       01 RoomLinesWritten PIC 9(7) COMP VALUE ZERO.
       01 TotalBookedHours PIC 9(7)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "RoomUtilisation".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 TermHeading.
           02 FILLER PIC X(24) VALUE
               "ROOM UTILISATION - TERM ".
           02 HeadTerm PIC X(6).
       01 ColumnHeading PIC X(62) VALUE
           "  ROOM     TYPE  SEATS  SECTIONS  BOOKED  AVAIL  USED%".
       01 RoomDetail.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetRoom PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DetRoomType PIC X(2).
           02 FILLER PIC X(4) VALUE SPACES.
           02 DetCapacity PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DetSections PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DetBookedHours PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetAvailableHours PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetUtilisationPct PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DetNote PIC X(16).
       PROCEDURE DIVISION.
       Begin.
           SORT RoomSortFile
               ON ASCENDING KEY SrtTerm
                                SrtRoom
               INPUT PROCEDURE IS CollectBookings
               OUTPUT PROCEDURE IS PrintUtilisation
           MOVE SectionsRead TO ReadForReport
           MOVE RoomLinesWritten TO WrittenForReport
           MOVE SectionsNoRoom TO RejectedForReport
           MOVE TotalBookedHours TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       CollectBookings.
           OPEN INPUT SectionFile
           PERFORM ReadNextSection
           PERFORM ReleaseOneBooking UNTIL SectionAtEnd
           CLOSE SectionFile.

       ReleaseOneBooking.
           ADD 1 TO SectionsRead
           IF SecRoom = SPACES
               ADD 1 TO SectionsNoRoom
           ELSE
               MOVE SecTerm TO SrtTerm
               MOVE SecRoom TO SrtRoom
               PERFORM ComputeWeeklyMinutes
               RELEASE RoomSortRec
               ADD 1 TO SectionsBooked
           END-IF
           PERFORM ReadNextSection.

      *>   One meeting's length in minutes times the Y days in
      *>   SecMeetDays, as the workload report works it out.
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

       PrintUtilisation.
           MOVE "Y" TO RoomFileOpenFlag
           OPEN INPUT RoomFile
           IF RoomFileNotFound
               MOVE "N" TO RoomFileOpenFlag
           END-IF
           OPEN OUTPUT UtilisationReport
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneSortedBooking UNTIL SortReturnAtEnd
           IF NOT FirstTerm
               PERFORM CloseTerm
           END-IF
           IF RoomFileOpen
               CLOSE RoomFile
           END-IF
           CLOSE UtilisationReport.

       ReturnOneSortedBooking.
           RETURN RoomSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM TakeOneBooking
           END-RETURN.

      *>   A change of term flushes the room in hand and the rooms
      *>   left unbooked, then restarts the ROOMMS walk; a change
      *>   of room within the term prints the room in hand.
       TakeOneBooking.
           IF FirstTerm OR SrtTerm NOT = CurrentTerm
               IF NOT FirstTerm
                   PERFORM CloseTerm
               END-IF
               PERFORM OpenTerm
           END-IF
           IF RoomInHand AND SrtRoom NOT = CurrentRoom
               PERFORM PrintBookedRoom
           END-IF
           IF NOT RoomInHand
               MOVE "Y" TO RoomInHandFlag
               MOVE SrtRoom TO CurrentRoom
               MOVE ZERO TO RoomSections
               MOVE ZERO TO RoomMinutes
           END-IF
           ADD 1 TO RoomSections
           ADD SrtWeeklyMinutes TO RoomMinutes.

       OpenTerm.
           MOVE "N" TO FirstTermFlag
           MOVE "N" TO RoomInHandFlag
           MOVE SrtTerm TO CurrentTerm
           MOVE SrtTerm TO HeadTerm
           MOVE SPACES TO UtilisationLine
           WRITE UtilisationLine
           MOVE TermHeading TO UtilisationLine
           WRITE UtilisationLine
           MOVE ColumnHeading TO UtilisationLine
           WRITE UtilisationLine
           MOVE "00" TO RoomFileStatus
           IF RoomFileOpen
               MOVE LOW-VALUES TO RmRoomId
               START RoomFile KEY NOT LESS THAN RmRoomId
                   INVALID KEY MOVE "10" TO RoomFileStatus
               END-START
               IF NOT RoomFileAtEnd
                   PERFORM ReadNextRoom
               END-IF
           ELSE
               MOVE "10" TO RoomFileStatus
           END-IF.

       CloseTerm.
           IF RoomInHand
               PERFORM PrintBookedRoom
           END-IF
           PERFORM PrintUnbookedRoom UNTIL RoomFileAtEnd.

      *>   PrintBookedRoom first lists every ROOMMS room that sorts
      *>   ahead of the booked room - nobody booked those this term
      *>   - then prints the booked room against its master entry.
       PrintBookedRoom.
           PERFORM PrintUnbookedRoom
               UNTIL RoomFileAtEnd OR RmRoomId NOT < CurrentRoom
           MOVE CurrentRoom TO DetRoom
           MOVE RoomSections TO DetSections
           COMPUTE BookedHours ROUNDED = RoomMinutes / 60
           MOVE BookedHours TO DetBookedHours
           ADD BookedHours TO TotalBookedHours
           IF NOT RoomFileAtEnd AND RmRoomId = CurrentRoom
               PERFORM FormatRoomMaster
               PERFORM ReadNextRoom
           ELSE
               MOVE SPACES TO DetRoomType
               MOVE ZERO TO DetCapacity
               MOVE ZERO TO AvailableHours
               MOVE "NOT ON ROOMMS" TO DetNote
           END-IF
           MOVE AvailableHours TO DetAvailableHours
           PERFORM ComputeUtilisation
           MOVE RoomDetail TO UtilisationLine
           WRITE UtilisationLine
           ADD 1 TO RoomLinesWritten
           MOVE "N" TO RoomInHandFlag.

       PrintUnbookedRoom.
           MOVE RmRoomId TO DetRoom
           MOVE ZERO TO DetSections
           MOVE ZERO TO BookedHours
           MOVE ZERO TO DetBookedHours
           PERFORM FormatRoomMaster
           MOVE AvailableHours TO DetAvailableHours
           PERFORM ComputeUtilisation
           MOVE RoomDetail TO UtilisationLine
           WRITE UtilisationLine
           ADD 1 TO RoomLinesWritten
           PERFORM ReadNextRoom.

       FormatRoomMaster.
           MOVE RmRoomType TO DetRoomType
           MOVE RmCapacity TO DetCapacity
           IF RmWeeklyHours NUMERIC AND RmWeeklyHours > ZERO
               MOVE RmWeeklyHours TO AvailableHours
           ELSE
               MOVE StandardWeekHours TO AvailableHours
           END-IF
           IF RmWithdrawn
               MOVE "WITHDRAWN" TO DetNote
           ELSE
               MOVE SPACES TO DetNote
           END-IF.

       ComputeUtilisation.
           IF AvailableHours > ZERO
               COMPUTE UtilisationPct ROUNDED =
                       BookedHours * 100 / AvailableHours
                   ON SIZE ERROR
                       MOVE 999.9 TO UtilisationPct
               END-COMPUTE
           ELSE
               MOVE ZERO TO UtilisationPct
           END-IF
           MOVE UtilisationPct TO DetUtilisationPct.

       ReadNextRoom.
           READ RoomFile NEXT RECORD
               AT END MOVE "10" TO RoomFileStatus
           END-READ.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.
