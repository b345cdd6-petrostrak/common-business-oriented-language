      *>   the catalog row; the live EnrolledCount maintained by the
      *>   enrollment update is preserved across a rewrite rather
      *>   than reset by a catalog correction.
      *>   2026-10-15  CourseStatus is preserved across a rewrite the
      *>   same way, so a title correction never reinstates a
      *>   cancelled course; a new course starts as running.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE CseTranCourseID TO CourseID OF CourseRec
           IF CatalogFirstLoad
               MOVE ZERO TO EnrolledCount
               MOVE SPACE TO CourseStatus
           ELSE
               READ CourseFile
                   INVALID KEY
                       MOVE ZERO TO EnrolledCount
                       MOVE SPACE TO CourseStatus
               END-READ
               IF CourseFileStatus NOT = "00"
                   MOVE ZERO TO EnrolledCount
                   MOVE SPACE TO CourseStatus
               END-IF
           END-IF
           MOVE CseTranCourseID TO CourseID OF CourseRec
