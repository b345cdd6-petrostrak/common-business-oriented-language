      *>   LOYPARM - loyalty scheme parameters, one card, read by
      *>   the points update, the billing run and the liability
      *>   report. LprPointsPerUnit points per whole currency unit
      *>   of a fee paid in full on time; LprAnniversaryPoints per
      *>   completed year at each membership anniversary;
      *>   LprExpiryMonths how long earned points stay spendable;
      *>   LprPointValue the credit one point buys on the bill.
      *>   A zero field keeps the program's standing default.
       01 LoyaltyParmRec.
           02 LprPointsPerUnit PIC 9(3).
           02 LprAnniversaryPoints PIC 9(5).
           02 LprExpiryMonths PIC 9(3).
           02 LprPointValue PIC 9V9(4).
