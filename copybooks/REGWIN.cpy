      *>   REGWIN - registration window record, one per student per
      *>   term, built by RegistrationWindowBuild from the credits
      *>   the student has earned (graded ENROLDTL rows plus
      *>   transfer credit). RgwStanding is the class standing the
      *>   credits place the student in - SR senior, JR junior, SO
      *>   sophomore, FR first year - and RgwOpenDate/RgwOpenTime
      *>   the earliest moment the enrollment update will take a new
      *>   enrollment from the student for RgwTerm. A student with
      *>   no row for the term is not windowed.
       01 RegWindowRec.
           02 RegWindowKey.
               03 RgwStudentId PIC 9(7).
               03 RgwTerm PIC X(6).
           02 RgwStanding PIC XX.
           02 RgwCreditsEarned PIC 9(4).
           02 RgwOpenDate PIC 9(8).
           02 RgwOpenTime PIC 9(4).
           02 RgwBuiltDate PIC 9(8).
