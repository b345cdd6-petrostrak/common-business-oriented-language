      *>   PAYDEDN - salary deduction interface to the payroll
      *>   system, the PAYBIK header/detail/trailer discipline: a
      *>   file header with the file date, one detail per deduction
      *>   naming the employee (the DriverId payroll already knows
      *>   from the benefit-in-kind extract), a deduction code, the
      *>   amount and the reference the payslip shows, and a
      *>   trailer with the record count and amount hash total.
       01 PayrollDeductionRec.
           02 PdnRecordType PIC X.
               88 PdnHeaderRecord VALUE "H".
               88 PdnDetailRecord VALUE "D".
               88 PdnTrailerRecord VALUE "T".
           02 PdnDetail PIC X(40).
           02 PdnHeaderDetail REDEFINES PdnDetail.
               03 PdnFileDate PIC 9(8).
               03 FILLER PIC X(32).
           02 PdnLineDetail REDEFINES PdnDetail.
               03 PdnDriverId PIC X(6).
               03 PdnDeductionCode PIC X(4).
               03 PdnAmount PIC 9(5)V99.
               03 PdnReference PIC X(12).
               03 PdnOffenceDate PIC 9(8).
               03 FILLER PIC X(3).
           02 PdnTrailerDetail REDEFINES PdnDetail.
               03 PdnRecordCount PIC 9(7).
               03 PdnHashTotal PIC 9(11)V99.
               03 FILLER PIC X(20).
