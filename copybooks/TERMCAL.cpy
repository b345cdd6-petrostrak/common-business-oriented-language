      *>   percentage of tuition refunded when a student withdraws
      *>   in that week of the term (week one is the week containing
      *>   TrmStartDate, a withdrawal past the last band refunds
      *>   nothing). The exam period dates bound the final
      *>   examination timetable run; zeroes mean the registrar has
      *>   not yet set the term's exam period.
       01 TermCalendarRec.
           02 TrmTerm PIC X(6).
           02 TrmStartDate PIC 9(8).
           02 TrmDropDeadline PIC 9(8).
           02 TrmRefundBand OCCURS 6 TIMES.
               03 TrmRefundPct PIC 9(3).
           02 TrmExamStartDate PIC 9(8).
           02 TrmExamEndDate PIC 9(8).
