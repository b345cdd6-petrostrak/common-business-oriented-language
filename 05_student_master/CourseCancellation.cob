      *>   open and releases it at the close, the
      *>   StudentEnrollUpdate discipline - an exclusive updater
      *>   that sidesteps the guard makes it advisory-only.
      *>   2026-10-15  The catalog row is marked cancelled
      *>   (CourseStatus "C") as its EnrolledCount is zeroed, so the
      *>   term rollover and section maintenance build nothing
      *>   further under it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO EnrolledCount
                       MOVE "C" TO CourseStatus
                       REWRITE CourseRec
               END-READ
               ADD 1 TO CoursesCancelled
