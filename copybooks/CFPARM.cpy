      *>   CFPARM - cash-flow forecast run parameters, one card.
      *>   CfpStartDate is the Monday the thirteen weeks start from
      *>   (zero: the first Monday on or after the run date);
      *>   CfpFailurePercent overrides the collection failure rate
      *>   the run would otherwise take from the direct-debit
      *>   return history. A zero field keeps the default.
       01 CashForecastParmRec.
           02 CfpStartDate PIC 9(8).
           02 CfpFailurePercent PIC 9(3)V99.
