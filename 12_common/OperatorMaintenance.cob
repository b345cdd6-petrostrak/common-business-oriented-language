      *>   entitlements rather than rejected, so the security office
      *>   can resubmit a correction without a separate change
      *>   transaction type.
      *>   2026-10-15  The operator's branch coverage for the report
      *>   repository travels with the entitlements; a transaction
      *>   from before the fields were added covers no branch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 OperatorTranAtEnd VALUE "10".
       01 OperatorSecurityStatus PIC XX VALUE "00".
       01 OperatorsLoaded PIC 9(5) COMP VALUE ZERO.
       01 BranchIdx PIC 9 COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT OperatorTranFile
           MOVE OpTranOperatorName TO OperatorName
           MOVE OpTranEntitledStudentUpdate TO EntitledStudentUpdate
           MOVE OpTranEntitledFeeBilling TO EntitledFeeBilling
           MOVE OpTranAllBranches TO OperatorAllBranches
           PERFORM MoveOneBranchCode
               VARYING BranchIdx FROM 1 BY 1 UNTIL BranchIdx > 5
           WRITE OperatorSecurityRec
               INVALID KEY
                   REWRITE OperatorSecurityRec
           ADD 1 TO OperatorsLoaded
           PERFORM ReadNextOperatorTran.

       MoveOneBranchCode.
           IF OpTranBranchCode(BranchIdx) IS NUMERIC
               MOVE OpTranBranchCode(BranchIdx)
                   TO OperatorBranchCode(BranchIdx)
           ELSE
               MOVE ZERO TO OperatorBranchCode(BranchIdx)
           END-IF.

       ReadNextOperatorTran.
           READ OperatorTranFile
               AT END MOVE "10" TO OperatorTranStatus
