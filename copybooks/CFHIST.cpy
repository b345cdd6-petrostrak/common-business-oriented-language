      *>   CFHIST - weekly cash-flow forecast history, keyed on the
      *>   Monday the week starts. The forecast run rewrites a
      *>   week's latest forecast every time it runs until the week
      *>   has started, keeping the first forecast made for it
      *>   (thirteen weeks out) alongside; once the week has passed
      *>   the run records what actually came in, so treasury sees
      *>   how good each week's guess was.
       01 CashForecastRec.
           02 CfhWeekStart PIC 9(8).
           02 CfhWeekEnd PIC 9(8).
           02 CfhFirstForecast PIC 9(9)V99.
           02 CfhFirstForecastDate PIC 9(8).
           02 CfhForecastDate PIC 9(8).
           02 CfhForecastDd PIC 9(9)V99.
           02 CfhForecastRepresent PIC 9(9)V99.
           02 CfhForecastPlan PIC 9(9)V99.
           02 CfhForecastRenewal PIC 9(9)V99.
           02 CfhForecastFailure PIC 9(9)V99.
           02 CfhForecastTotal PIC 9(9)V99.
           02 CfhFailurePercent PIC 9(3)V99.
           02 CfhActualStatus PIC X.
               88 CfhActualRecorded VALUE "Y".
           02 CfhActualDd PIC 9(9)V99.
           02 CfhActualReturned PIC 9(9)V99.
           02 CfhActualCounter PIC 9(9)V99.
           02 CfhActualTotal PIC 9(9)V99.
