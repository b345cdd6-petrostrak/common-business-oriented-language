      *>   SECTTRAN - course section maintenance transaction, read by
      *>   CourseSectionMaintenance to add or update a CRSSECT entry
      *>   under an existing catalog course. SctTranInstructorId is
      *>   the teaching assignment, spaces to leave it unassigned.
       01 SectionTranRec.
           02 SctTranCourseID PIC X(5).
           02 SctTranTerm PIC X(6).
           02 SctTranStartTime PIC 9(4).
           02 SctTranEndTime PIC 9(4).
           02 SctTranMaxEnrollment PIC 9(3).
           02 SctTranInstructorId PIC X(6).
