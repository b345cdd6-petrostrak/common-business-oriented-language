      *>   2026-09-01  Every released refund is logged to the
      *>   COMMLOG member communications file, so membership
      *>   services can see what a caller was actually sent.
      *>   2026-10-15  COMMLOG entries carry a blank reference;
      *>   the field is for case numbers and the like.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE RfdBillMonth TO ComBillMonth
           MOVE RfdBillYear TO ComBillYear
           MOVE RfdAmount TO ComAmount
           MOVE SPACES TO ComReference
           WRITE CommLogRec.

       ReportHeldRefund.
