      *>   BUDPARM - budget-versus-actual run parameters, one card.
      *>   BvpYear/BvpMonth name the period reported (zero: the
      *>   processing month); a variance is marked when it is over
      *>   BvpTolerancePercent of the budget and over
      *>   BvpMinimumVariance in money, so a small account's
      *>   pennies do not fill the page. A zero field keeps the
      *>   program's standing default.
       01 BudgetParmRec.
           02 BvpYear PIC 9(4).
           02 BvpMonth PIC 9(2).
           02 BvpTolerancePercent PIC 9(3)V9.
           02 BvpMinimumVariance PIC 9(7)V99.
