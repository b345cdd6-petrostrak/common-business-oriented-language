      *>   2026-09-01  Course lines carry the term the enrollment
      *>   was taken and a "T" marker on transfer credit, now that
      *>   the detail file keeps both.
      *>   2026-10-15  An advisory attendance ("AT") hold does not
      *>   withhold the transcript - it exists to bring the student
      *>   to an advisor before the next enrollment, not to keep
      *>   their record from them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   INVALID KEY MOVE "10" TO HoldFileStatus
               END-START
               IF NOT HoldAtEnd
                   PERFORM ReadNextHold
               END-IF
               PERFORM ExamineOneHold
                   UNTIL HoldAtEnd
                      OR HldStudentId NOT = StudentId OF StudentRec
                      OR StudentHeld
               MOVE "00" TO HoldFileStatus
           END-IF.

       ExamineOneHold.
           IF HldAttendance
               PERFORM ReadNextHold
           ELSE
               MOVE "Y" TO StudentHeldFlag
               MOVE HldPlacedBy TO WhhPlacedBy
           END-IF.

       ReadNextHold.
           READ HoldFile NEXT RECORD
               AT END MOVE "10" TO HoldFileStatus
           END-READ.

      *>   PrintEnrolledCourses positions the enrollment detail file
      *>   at this student's first course and prints one line per
      *>   enrollment, with the catalog title from COURSEMS and the
