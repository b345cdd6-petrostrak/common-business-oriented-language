           02 OpTranOperatorName PIC X(20).
           02 OpTranEntitledStudentUpdate PIC X.
           02 OpTranEntitledFeeBilling PIC X.
           02 OpTranAllBranches PIC X.
           02 OpTranBranchCode PIC 9(3) OCCURS 5 TIMES.
