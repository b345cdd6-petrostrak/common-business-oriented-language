      *>   ADVTRAN - manual advisor change transaction, read by
      *>   AdvisorAssignment: the student is moved to the named
      *>   advisor from the effective date (zero means the run
      *>   date). The operator keying the change is carried onto
      *>   the assignment and the ADVAUD trail.
       01 AdvisorTranRec.
           02 AvtStudentId PIC 9(7).
           02 AvtInstructorId PIC X(6).
           02 AvtEffectiveFrom PIC 9(8).
           02 AvtOperatorId PIC X(8).
