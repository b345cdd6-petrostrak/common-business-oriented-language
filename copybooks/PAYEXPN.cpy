      *>   PAYEXPN - expense reimbursement interface to the payroll
      *>   system, the PAYBIK header/detail/trailer discipline: a
      *>   file header with the file date, one detail per payment
      *>   naming the employee by DriverId, a payment code, the
      *>   amount and the reference the payslip shows, and a
      *>   trailer with the record count and amount hash total.
       01 PayrollExpenseRec.
           02 PxpRecordType PIC X.
               88 PxpHeaderRecord VALUE "H".
               88 PxpDetailRecord VALUE "D".
               88 PxpTrailerRecord VALUE "T".
           02 PxpDetail PIC X(40).
           02 PxpHeaderDetail REDEFINES PxpDetail.
               03 PxpFileDate PIC 9(8).
               03 FILLER PIC X(32).
           02 PxpLineDetail REDEFINES PxpDetail.
               03 PxpDriverId PIC X(6).
               03 PxpPaymentCode PIC X(4).
               03 PxpAmount PIC 9(5)V99.
               03 PxpReference PIC X(8).
               03 PxpJourneyDate PIC 9(8).
               03 PxpMiles PIC 9(4).
               03 FILLER PIC X(3).
           02 PxpTrailerDetail REDEFINES PxpDetail.
               03 PxpRecordCount PIC 9(7).
               03 PxpHashTotal PIC 9(11)V99.
               03 FILLER PIC X(20).
