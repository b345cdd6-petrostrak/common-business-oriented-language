      *>   ATTNTRAN - attendance capture transaction, one per
      *>   student per class meeting as marked on the lecturer's
      *>   register, read by AttendanceCapture. A second
      *>   transaction for the same student, section and date
      *>   corrects the first.
       01 AttendanceTranRec.
           02 AttTranStudentId PIC 9(7).
           02 AttTranCourseID PIC X(5).
           02 AttTranTerm PIC X(6).
           02 AttTranSectionNo PIC 9(2).
           02 AttTranSessionDate PIC 9(8).
           02 AttTranPresence PIC X.
           02 AttTranOperatorId PIC X(8).
