      *>   BUDKPI - one-line summary left by the budget-versus-
      *>   actual run for the management KPI extract: how many
      *>   accounts reported, how many were over tolerance in the
      *>   month, and the total absolute variance for the month
      *>   and the year to date.
       01 BudgetKpiRec.
           02 BkpYear PIC 9(4).
           02 BkpMonth PIC 9(2).
           02 BkpAccountsReported PIC 9(5).
           02 BkpAccountsOver PIC 9(5).
           02 BkpMonthVariance PIC 9(11)V99.
           02 BkpYtdVariance PIC 9(11)V99.
