      *>   capacity separate from the course-level MaxEnrollment.
      *>   SecEnrolledCount is live, maintained by the enrollment
      *>   update the way EnrolledCount is on COURSEREC, never keyed
      *>   by hand. SecInstructorId names who teaches the section,
      *>   validated against INSTRMS; spaces means not yet assigned.
       01 SectionRec.
           02 SectionKey.
               03 SecCourseID PIC X(5).
           02 SecEndTime PIC 9(4).
           02 SecMaxEnrollment PIC 9(3).
           02 SecEnrolledCount PIC 9(5).
           02 SecInstructorId PIC X(6).
