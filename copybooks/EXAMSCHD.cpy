      *>   EXAMSCHD - per-student final examination schedule row,
      *>   one per student per examined course, written by the
      *>   exam timetable run for the student portal and the
      *>   invigilation lists. ExsSession is AM, PM or EV within
      *>   ExsExamDate.
       01 ExamScheduleRec.
           02 ExsStudentId PIC 9(7).
           02 ExsTerm PIC X(6).
           02 ExsCourseID PIC X(5).
           02 ExsSectionNo PIC 9(2).
           02 ExsExamDate PIC 9(8).
           02 ExsSession PIC X(2).
