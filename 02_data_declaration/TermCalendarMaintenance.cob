      *>   (start, add deadline, drop deadline, end ascending) is
      *>   rejected - a back-to-front calendar would silently close
      *>   or never close a term.
      *>   2026-10-15  Each term carries its final examination
      *>   period for the exam timetable run. The period is
      *>   optional (zeroes until the registrar sets it) but when
      *>   given it must run forwards and may not open before the
      *>   drop deadline - nobody sits the exam for a course they
      *>   can still drop.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               DISPLAY "TermCalendarMaintenance - dates out of "
                       "order for term " TcmTranTerm ", rejected"
           END-IF
           IF TranValid
              AND (TcmTranExamStartDate NOT = ZERO
                   OR TcmTranExamEndDate NOT = ZERO)
               IF TcmTranExamStartDate > TcmTranExamEndDate
                  OR TcmTranExamStartDate < TcmTranDropDeadline
                   MOVE "N" TO TranOk
                   DISPLAY "TermCalendarMaintenance - exam period "
                           "out of order for term " TcmTranTerm
                           ", rejected"
               END-IF
           END-IF
           IF TranValid
               MOVE TcmTranTerm TO TrmTerm
               MOVE TcmTranStartDate TO TrmStartDate
               MOVE TcmTranEndDate TO TrmEndDate
               MOVE TcmTranAddDeadline TO TrmAddDeadline
               MOVE TcmTranDropDeadline TO TrmDropDeadline
               MOVE TcmTranExamStartDate TO TrmExamStartDate
               MOVE TcmTranExamEndDate TO TrmExamEndDate
               PERFORM CopyRefundBand
                   VARYING BandIdx FROM 1 BY 1
                   UNTIL BandIdx > 6
