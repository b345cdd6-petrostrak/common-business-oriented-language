      *>   (billing debit/credit, cash debit/credit, reversal
      *>   debit/credit). Accounting changes a posting account by
      *>   maintaining a row here, not by a recompile - the
      *>   BRANCHREF idea applied to the ledger. MapReportGroup
      *>   names the heading the account reports under on the
      *>   budget-versus-actual report (INCOME, CASH, DEBTORS...);
      *>   an account's first mapping row decides its group.
       01 GLAccountMapRec.
           02 MapPostingKey PIC X(8).
           02 MapAccountCode PIC X(8).
           02 MapAccountName PIC X(20).
           02 MapReportGroup PIC X(10).
