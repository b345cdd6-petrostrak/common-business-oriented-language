      *>   The rebuild itself is what reclaims the deleted space;
      *>   the record counts are the honest measure this utility
      *>   can give of it.
      *>   2026-10-15  Work record widened to the member master's
      *>   new length (the referring member's number).
      *>   2026-10-15  Work record widened again for the member's
      *>   sponsoring customer.
      *>   2026-10-15  Work record widened again for the member's
      *>   cancellation date and reason and contact preference.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 ReorgParmRec.
           02 RprFileName PIC X(8).
       FD WorkFile.
       01 WorkRec PIC X(112).
       FD StudentMasterFile.
       COPY STUDREC.
       FD EnrollmentFile.
