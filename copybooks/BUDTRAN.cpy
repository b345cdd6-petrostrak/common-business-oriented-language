      *>   BUDTRAN - GL budget maintenance transaction, read by
      *>   GLBudgetMaintenance: add a month's budget for an
      *>   account, change it, or delete it. The amount is the
      *>   planned net movement, debits less credits.
       01 BudgetTranRec.
           02 BdtAction PIC X.
               88 BdtAdd VALUE "A".
               88 BdtChange VALUE "C".
               88 BdtDelete VALUE "D".
           02 BdtAccountCode PIC X(8).
           02 BdtYear PIC 9(4).
           02 BdtMonth PIC 9(2).
           02 BdtAmount PIC S9(9)V99 SIGN IS LEADING SEPARATE.
