      *>   Financial ("FI") holds are placed and lifted by
      *>   StudentHoldUpdate from unpaid tuition; other types are
      *>   placed and lifted manually through the same run's
      *>   transaction feed. Attendance ("AT") holds are advisory
      *>   holds placed by the absence warning run on persistent
      *>   non-attenders; an advisor lifts them through the manual
      *>   feed once the student has been seen.
       01 StudentHoldRec.
           02 StudentHoldKey.
               03 HldStudentId PIC 9(7).
               03 HldHoldType PIC X(2).
                   88 HldFinancial VALUE "FI".
                   88 HldAttendance VALUE "AT".
           02 HldPlacedBy PIC X(8).
           02 HldPlacedDate PIC 9(8).
