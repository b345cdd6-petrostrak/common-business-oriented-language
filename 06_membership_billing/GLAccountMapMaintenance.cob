      *>   file from a maintenance feed, the BranchMaintenance upsert
      *>   pattern, so accounting can repoint a posting account
      *>   without anyone recompiling the GL extract.
      *>   2026-10-15  Carries the account's budget report group
      *>               from the feed; a blank group loads as
      *>               UNGROUPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE GmtPostingKey TO MapPostingKey
           MOVE GmtAccountCode TO MapAccountCode
           MOVE GmtAccountName TO MapAccountName
           IF GmtReportGroup = SPACES
               MOVE "UNGROUPED" TO MapReportGroup
           ELSE
               MOVE GmtReportGroup TO MapReportGroup
           END-IF
           WRITE GLAccountMapRec
               INVALID KEY
                   REWRITE GLAccountMapRec
