      *>   "when did this member move branches". With the status
      *>   closed, the transaction programs reject new CITYTRAN
      *>   activity and the regional reports stop carrying a ghost.
      *>   2026-10-15  The closed branch is dated closed today on
      *>   the reference, so the trading-day check stops expecting
      *>   it from tomorrow.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   CONTINUE
               NOT INVALID KEY
                   MOVE "X" TO BranchStatus
                   MOVE TodayYYYYMMDD TO BranchClosedDate
                   REWRITE BranchRec
           END-READ.

