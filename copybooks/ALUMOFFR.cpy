      *>   ALUMOFFR - graduate-to-alumni membership offer register,
      *>   one row per graduate, keyed on StudentId, written by
      *>   AlumniMembershipOffer the first night it sees the student
      *>   at StatusGraduated. AloCohortYear is the graduating year
      *>   (the year of the graduation StatusDate). AloStatus M means
      *>   the graduate already held a MEMBMAST record under the
      *>   same-person rule and AloMemberId names it - no offer was
      *>   made; O is an open offer, A accepted (AloMemberId is the
      *>   member loaded), D declined, L lapsed unanswered past
      *>   AloLapseDate. Name and date of birth are kept so an
      *>   acceptance loads without going back to the student.
       01 AlumniOfferRec.
           02 AloStudentId PIC 9(7).
           02 AloCohortYear PIC 9(4).
           02 AloGraduatedDate PIC 9(8).
           02 AloForename PIC X(9).
           02 AloSurname PIC X(12).
           02 AloDateOfBirth PIC 9(8).
           02 AloOfferDate PIC 9(8).
           02 AloLapseDate PIC 9(8).
           02 AloStatus PIC X.
               88 AloAlreadyMember VALUE "M".
               88 AloOpen VALUE "O".
               88 AloAccepted VALUE "A".
               88 AloDeclined VALUE "D".
               88 AloLapsed VALUE "L".
           02 AloResponseDate PIC 9(8).
           02 AloMemberId PIC 9(6).
