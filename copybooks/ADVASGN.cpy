      *>   ADVASGN - academic advisor assignment, keyed on the
      *>   student plus the effective-from date so a student's
      *>   advisor history walks in date order, the DRVASSGN
      *>   discipline. The current assignment carries
      *>   AdvEffectiveTo of zero; a change of advisor closes it
      *>   with a to-date and opens the next, so who advised the
      *>   student when is never lost. AdvMethod records whether
      *>   the advisor was allotted by the nightly run ("A") or
      *>   named by the faculty office ("M").
       01 AdvisorAssignRec.
           02 AdvisorAssignKey.
               03 AdvStudentId PIC 9(7).
               03 AdvEffectiveFrom PIC 9(8).
           02 AdvInstructorId PIC X(6).
           02 AdvEffectiveTo PIC 9(8).
           02 AdvMethod PIC X.
               88 AdvAutoAssigned VALUE "A".
               88 AdvManualAssigned VALUE "M".
           02 AdvAssignedBy PIC X(8).
