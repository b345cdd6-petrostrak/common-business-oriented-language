           02 CashBillMonth PIC 9(2).
           02 CashBillYear PIC 9(4).
           02 CashAmountReceived PIC 9(5)V99.
      *>   The day the receipt was written - taken at the till or
      *>   drawn from the member's on-account cash. Receipts
      *>   written before the date was carried read as blank here.
           02 CashReceiptDate PIC 9(8).
