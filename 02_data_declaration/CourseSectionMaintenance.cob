      *>   the live SecEnrolledCount maintained by the enrollment
      *>   update is preserved across the rewrite rather than reset
      *>   by a timetable correction.
      *>   2026-10-15  Sections carry a teaching assignment. A
      *>   non-blank SctTranInstructorId must be an active
      *>   instructor on INSTRMS, and the section is refused when
      *>   the same instructor already teaches another section in
      *>   the same SecTerm whose meeting days and times overlap -
      *>   the StudentEnrollUpdate clash rule applied to the
      *>   instructor instead of the student. A brand-new CRSSECT
      *>   is reopened I-O after it is created so the clash browse
      *>   can read back sections loaded earlier in the same run.
      *>   2026-10-15  SecRoom is booked against the ROOMMS room
      *>   master instead of being free text. A non-blank room must
      *>   be on ROOMMS and in service, the section's
      *>   SecMaxEnrollment may not exceed the room's seat capacity,
      *>   and the same clash browse refuses a second section in
      *>   the same room whose meeting times overlap in the term.
      *>   2026-10-15  A section under a course CourseCancellation
      *>   has marked cancelled is rejected like one under a course
      *>   the catalog has never heard of.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CourseID OF CourseRec
               FILE STATUS IS CourseFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT RoomFile ASSIGN TO "ROOMMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RmRoomId
               FILE STATUS IS RoomFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SectionTranFile.
       COPY CRSSECT.
       FD CourseFile.
       COPY COURSEREC.
       FD InstructorFile.
       COPY INSTRMS.
       FD RoomFile.
       COPY ROOMMS.
       WORKING-STORAGE SECTION.
       01 SectionTranStatus PIC XX VALUE "00".
           88 SectionTranAtEnd VALUE "10".
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
           88 SectionFileNotFound VALUE "35".
       01 CourseFileStatus PIC XX VALUE "00".
       01 InstructorFileStatus PIC XX VALUE "00".
           88 InstructorFileNotFound VALUE "35".
       01 InstructorFileOpenFlag PIC X VALUE "N".
           88 InstructorFileOpen VALUE "Y".
       01 RoomFileStatus PIC XX VALUE "00".
           88 RoomFileNotFound VALUE "35".
       01 RoomFileOpenFlag PIC X VALUE "N".
           88 RoomFileOpen VALUE "Y".
       01 FirstLoadFlag PIC X VALUE "N".
           88 SectionFirstLoad VALUE "Y".
       01 SectionOkFlag PIC X VALUE "Y".
           88 SectionValid VALUE "Y".
       01 InstructorClashFlag PIC X VALUE "N".
           88 InstructorClash VALUE "Y".
       01 RoomClashFlag PIC X VALUE "N".
           88 RoomClash VALUE "Y".
       01 DaysOverlapFlag PIC X VALUE "N".
           88 DaysOverlap VALUE "Y".
       01 MeetingOverlapFlag PIC X VALUE "N".
           88 MeetingsOverlap VALUE "Y".
       01 MeetDayIdx PIC 9 COMP VALUE ZERO.
       01 ClashCourseID PIC X(5) VALUE SPACES.
       01 ClashSectionNo PIC 9(2) VALUE ZERO.
       01 RoomClashCourseID PIC X(5) VALUE SPACES.
       01 RoomClashSectionNo PIC 9(2) VALUE ZERO.
       01 SectionsLoaded PIC 9(5) COMP VALUE ZERO.
       01 SectionsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT SectionTranFile
           OPEN INPUT CourseFile
           MOVE "Y" TO InstructorFileOpenFlag
           OPEN INPUT InstructorFile
           IF InstructorFileNotFound
               MOVE "N" TO InstructorFileOpenFlag
           END-IF
           MOVE "Y" TO RoomFileOpenFlag
           OPEN INPUT RoomFile
           IF RoomFileNotFound
               MOVE "N" TO RoomFileOpenFlag
           END-IF
           OPEN I-O SectionFile
           IF SectionFileNotFound
               OPEN OUTPUT SectionFile
               CLOSE SectionFile
               OPEN I-O SectionFile
               MOVE "Y" TO FirstLoadFlag
           END-IF
           PERFORM ReadNextSectionTran
           PERFORM LoadOneSection UNTIL SectionTranAtEnd
           CLOSE SectionTranFile
           CLOSE CourseFile
           IF InstructorFileOpen
               CLOSE InstructorFile
           END-IF
           IF RoomFileOpen
               CLOSE RoomFile
           END-IF
           CLOSE SectionFile
           DISPLAY "CourseSectionMaintenance - sections loaded = "
                   SectionsLoaded " rejected = " SectionsRejected
      *>   LoadOneSection upserts one CRSSECT row under its catalog
      *>   course: a new section key is written, an existing one is
      *>   rewritten with this transaction's timetable values. On the
      *>   very first load every enrolled count starts at zero; on a
      *>   maintenance run any read that does not land cleanly
      *>   also zeroes the count rather than writing whatever is in
      *>   the record area.
       LoadOneSection.
           MOVE "Y" TO SectionOkFlag
           PERFORM ValidateSectionCourse
           IF SectionValid
              AND SctTranInstructorId NOT = SPACES
               PERFORM ValidateSectionInstructor
           END-IF
           IF SectionValid
              AND SctTranRoom NOT = SPACES
               PERFORM ValidateSectionRoom
           END-IF
           IF SectionValid
              AND (SctTranInstructorId NOT = SPACES
                   OR SctTranRoom NOT = SPACES)
               PERFORM CheckTimetableClashes
           END-IF
           IF SectionValid
               MOVE SctTranCourseID TO SecCourseID
               MOVE SctTranTerm TO SecTerm
               MOVE SctTranSectionNo TO SecSectionNo
               MOVE SctTranStartTime TO SecStartTime
               MOVE SctTranEndTime TO SecEndTime
               MOVE SctTranMaxEnrollment TO SecMaxEnrollment
               MOVE SctTranInstructorId TO SecInstructorId
               WRITE SectionRec
                   INVALID KEY
                       REWRITE SectionRec
               END-WRITE
               ADD 1 TO SectionsLoaded
           ELSE
               ADD 1 TO SectionsRejected
           END-IF
           PERFORM ReadNextSectionTran.

       ValidateSectionCourse.
           MOVE SctTranCourseID TO CourseID OF CourseRec
           READ CourseFile
               INVALID KEY
                   MOVE "N" TO SectionOkFlag
                   DISPLAY "CourseSectionMaintenance - CourseID "
                           SctTranCourseID " not on catalog, section "
                           SctTranSectionNo " rejected"
               NOT INVALID KEY
                   IF CourseCancelled
                       MOVE "N" TO SectionOkFlag
                       DISPLAY "CourseSectionMaintenance - CourseID "
                               SctTranCourseID " is cancelled, "
                               "section " SctTranSectionNo " rejected"
                   END-IF
           END-READ.

      *>   ValidateSectionInstructor - the instructor must be on
      *>   INSTRMS and active. With no instructor master on file
      *>   nobody can be assigned; the section is refused rather
      *>   than assigned to a name nobody can check.
       ValidateSectionInstructor.
           IF NOT InstructorFileOpen
               MOVE "N" TO SectionOkFlag
               DISPLAY "CourseSectionMaintenance - no INSTRMS on "
                       "file, section " SctTranCourseID " "
                       SctTranSectionNo " rejected"
           ELSE
               MOVE SctTranInstructorId TO InsInstructorId
               READ InstructorFile
                   INVALID KEY
                       MOVE "N" TO SectionOkFlag
                       DISPLAY "CourseSectionMaintenance - "
                               "instructor " SctTranInstructorId
                               " not on INSTRMS, section "
                               SctTranCourseID " " SctTranSectionNo
                               " rejected"
                   NOT INVALID KEY
                       IF NOT InsActive
                           MOVE "N" TO SectionOkFlag
                           DISPLAY "CourseSectionMaintenance - "
                                   "instructor " SctTranInstructorId
                                   " not active, section "
                                   SctTranCourseID " "
                                   SctTranSectionNo " rejected"
                       END-IF
               END-READ
           END-IF.

      *>   ValidateSectionRoom - the room must be on ROOMMS and in
      *>   service, and must seat the section's SecMaxEnrollment.
      *>   With no room master on file no room can be checked and
      *>   the section is refused.
       ValidateSectionRoom.
           IF NOT RoomFileOpen
               MOVE "N" TO SectionOkFlag
               DISPLAY "CourseSectionMaintenance - no ROOMMS on "
                       "file, section " SctTranCourseID " "
                       SctTranSectionNo " rejected"
           ELSE
               MOVE SctTranRoom TO RmRoomId
               READ RoomFile
                   INVALID KEY
                       MOVE "N" TO SectionOkFlag
                       DISPLAY "CourseSectionMaintenance - room "
                               SctTranRoom " not on ROOMMS, section "
                               SctTranCourseID " " SctTranSectionNo
                               " rejected"
                   NOT INVALID KEY
                       PERFORM CheckRoomCapacity
               END-READ
           END-IF.

       CheckRoomCapacity.
           IF NOT RmInService
               MOVE "N" TO SectionOkFlag
               DISPLAY "CourseSectionMaintenance - room "
                       SctTranRoom " withdrawn, section "
                       SctTranCourseID " " SctTranSectionNo
                       " rejected"
           ELSE
               IF SctTranMaxEnrollment > RmCapacity
                   MOVE "N" TO SectionOkFlag
                   DISPLAY "CourseSectionMaintenance - max "
                           "enrollment " SctTranMaxEnrollment
                           " exceeds room " SctTranRoom
                           " capacity " RmCapacity ", section "
                           SctTranCourseID " " SctTranSectionNo
                           " rejected"
               END-IF
           END-IF.

      *>   CheckTimetableClashes walks the section file for the
      *>   other sections in the same term that share this
      *>   section's instructor or its room. CRSSECT is keyed
      *>   CourseID-major, so a term's sections are scattered
      *>   across the file and the whole file is read; the section
      *>   being maintained is skipped - a timetable correction
      *>   does not clash with itself.
       CheckTimetableClashes.
           MOVE "N" TO InstructorClashFlag
           MOVE "N" TO RoomClashFlag
           MOVE LOW-VALUES TO SectionKey
           START SectionFile KEY NOT LESS THAN SectionKey
               INVALID KEY MOVE "10" TO SectionFileStatus
           END-START
           IF NOT SectionAtEnd
               PERFORM ReadNextSection
           END-IF
           PERFORM CheckOneTermSection
               UNTIL SectionAtEnd
                  OR (InstructorClash AND RoomClash)
           MOVE "00" TO SectionFileStatus
           IF InstructorClash
               MOVE "N" TO SectionOkFlag
               DISPLAY "CourseSectionMaintenance - instructor "
                       SctTranInstructorId " already teaches "
                       ClashCourseID " " ClashSectionNo
                       " at that time, section " SctTranCourseID
                       " " SctTranSectionNo " rejected"
           END-IF
           IF RoomClash
               MOVE "N" TO SectionOkFlag
               DISPLAY "CourseSectionMaintenance - room "
                       SctTranRoom " already booked by "
                       RoomClashCourseID " " RoomClashSectionNo
                       " at that time, section " SctTranCourseID
                       " " SctTranSectionNo " rejected"
           END-IF.

       CheckOneTermSection.
           IF SecTerm = SctTranTerm
              AND (SecCourseID NOT = SctTranCourseID
                   OR SecSectionNo NOT = SctTranSectionNo)
               PERFORM CompareMeetingPatterns
               IF MeetingsOverlap
                   PERFORM NoteMeetingClash
               END-IF
           END-IF
           PERFORM ReadNextSection.

       NoteMeetingClash.
           IF SctTranInstructorId NOT = SPACES
              AND SecInstructorId = SctTranInstructorId
              AND NOT InstructorClash
               MOVE "Y" TO InstructorClashFlag
               MOVE SecCourseID TO ClashCourseID
               MOVE SecSectionNo TO ClashSectionNo
           END-IF
           IF SctTranRoom NOT = SPACES
              AND SecRoom = SctTranRoom
              AND NOT RoomClash
               MOVE "Y" TO RoomClashFlag
               MOVE SecCourseID TO RoomClashCourseID
               MOVE SecSectionNo TO RoomClashSectionNo
           END-IF.

      *>   Two sections overlap when they share at least one meeting
      *>   day and the time ranges overlap - start strictly before
      *>   the other's end, both ways, so back-to-back sections
      *>   (one ends 1100, the next starts 1100) do not clash.
       CompareMeetingPatterns.
           MOVE "N" TO MeetingOverlapFlag
           MOVE "N" TO DaysOverlapFlag
           PERFORM CompareOneMeetingDay
               VARYING MeetDayIdx FROM 1 BY 1
               UNTIL MeetDayIdx > 7 OR DaysOverlap
           IF DaysOverlap
              AND SctTranStartTime < SecEndTime
              AND SecStartTime < SctTranEndTime
               MOVE "Y" TO MeetingOverlapFlag
           END-IF.

       CompareOneMeetingDay.
           IF SctTranMeetDays(MeetDayIdx:1) = "Y"
              AND SecMeetDays(MeetDayIdx:1) = "Y"
               MOVE "Y" TO DaysOverlapFlag
           END-IF.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.

       ReadNextSectionTran.
