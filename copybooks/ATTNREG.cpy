      *>   ATTNREG - class attendance register, one row per student
      *>   per course section per meeting date, keyed student-major
      *>   so a student's attendance across all their sections
      *>   reads together. AtrPresence is P (present), A (absent)
      *>   or E (excused - absent with leave, counted neither for
      *>   nor against the student). Written only by
      *>   AttendanceCapture after the row is proved against the
      *>   student's enrollment and the section's meeting days.
       01 AttendanceRec.
           02 AttendanceKey.
               03 AtrStudentId PIC 9(7).
               03 AtrCourseID PIC X(5).
               03 AtrTerm PIC X(6).
               03 AtrSectionNo PIC 9(2).
               03 AtrSessionDate PIC 9(8).
           02 AtrPresence PIC X.
               88 AtrPresent VALUE "P".
               88 AtrAbsent VALUE "A".
               88 AtrExcused VALUE "E".
               88 AtrValidPresence VALUE "P" "A" "E".
           02 AtrRecordedBy PIC X(8).
           02 AtrRecordedDate PIC 9(8).
