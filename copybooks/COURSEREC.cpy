      *>   the course is uncapped); EnrolledCount is the live count of
      *>   enrollment detail rows, maintained by the enrollment update
      *>   as students enroll and leave, never keyed by hand.
      *>   CourseStatus "C" marks a course CourseCancellation has
      *>   withdrawn; the row stays so history keeps resolving, but
      *>   no new section is built under it. Space means running.
       01 CourseRec.
           02 CourseID PIC X(5).
           02 CourseTitle PIC X(20).
           02 Credits PIC 9(2).
           02 MaxEnrollment PIC 9(3).
           02 EnrolledCount PIC 9(5).
           02 CourseStatus PIC X.
               88 CourseCancelled VALUE "C".
