      *>   balance, or naming a member with nothing on account,
      *>   rejects to the register. A balance drawn to zero has its
      *>   ONACCT row deleted.
      *>   2026-10-15  The receipt cut carries the day it was
      *>   applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE ApyBillMonth TO CashBillMonth
           MOVE ApyBillYear TO CashBillYear
           MOVE ApyAmount TO CashAmountReceived
           MOVE TodayYYYYMMDD TO CashReceiptDate
           WRITE CashReceiptRec.

       ReadNextApplyTran.
