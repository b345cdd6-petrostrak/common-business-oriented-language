               88 CanUpdateStudents VALUE "Y".
           02 EntitledFeeBilling PIC X.
               88 CanBillFees VALUE "Y".
      *>   The branches whose stored reports the operator may read
      *>   back from the report repository: every branch when
      *>   OperatorAllBranches is Y, otherwise up to five CityCodes
      *>   (zero in an unused slot). An operator with neither sees
      *>   no stored report.
           02 OperatorAllBranches PIC X.
               88 CoversAllBranches VALUE "Y".
           02 OperatorBranchCode PIC 9(3) OCCURS 5 TIMES.
