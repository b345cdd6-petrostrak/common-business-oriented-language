      *>   GLBUDGET - general ledger budget record, one per GL
      *>   account, year and month. BudAmount is finance's plan for
      *>   the month's net movement on the account (debits less
      *>   credits, so an income account is budgeted negative);
      *>   BudActualAmount is the movement actually journalled,
      *>   written back by the month-end budget-versus-actual run
      *>   so the year to date is read from one file. A month with
      *>   postings but no budget gets a row of its own (source A)
      *>   so the unplanned spend still reports.
       01 GLBudgetRec.
           02 GLBudgetKey.
               03 BudAccountCode PIC X(8).
               03 BudYear PIC 9(4).
               03 BudMonth PIC 9(2).
           02 BudAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           02 BudActualAmount PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           02 BudSource PIC X.
               88 BudKeyed VALUE "M".
               88 BudLoaded VALUE "L".
               88 BudActualOnly VALUE "A".
           02 BudUpdatedDate PIC 9(8).
           02 BudActualDate PIC 9(8).
