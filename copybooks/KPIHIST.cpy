      *>   cash collected off the month's MEMBFEE/CASHRECV, the
      *>   arrears balance off ARREARS, and the fleet's overall
      *>   cost per mile - the board pack's twelve-month trend
      *>   without anyone touching a spreadsheet. The budget
      *>   figures are the month's budget-versus-actual summary:
      *>   accounts over tolerance and the total absolute variance
      *>   for the month and the year to date.
       01 KpiHistoryRec.
           02 KpiYear PIC 9(4).
           02 KpiMonth PIC 9(2).
           02 KpiCashCollected PIC 9(11)V99.
           02 KpiArrearsBalance PIC 9(11)V99.
           02 KpiFleetCostPerMile PIC 9(3)V9(3).
           02 KpiBudgetAccountsOver PIC 9(5).
           02 KpiBudgetMonthVariance PIC 9(11)V99.
           02 KpiBudgetYtdVariance PIC 9(11)V99.
