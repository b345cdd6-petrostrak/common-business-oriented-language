      *>   INSTRMS - instructor master record, keyed on the six
      *>   character staff id the timetable office assigns teaching
      *>   under. CourseSectionMaintenance validates every section's
      *>   SecInstructorId against this; an inactive instructor
      *>   (on leave, left the faculty) cannot be given new
      *>   sections, though sections already assigned stand until
      *>   the timetable is corrected.
       01 InstructorRec.
           02 InsInstructorId PIC X(6).
           02 InsInstructorName PIC X(20).
           02 InsDepartment PIC X(4).
           02 InsStatus PIC X.
               88 InsActive VALUE "A".
               88 InsInactive VALUE "I".
