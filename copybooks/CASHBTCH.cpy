               03 BchBillMonth PIC 9(2).
               03 BchBillYear PIC 9(4).
               03 BchAmount PIC 9(5)V99.
      *>   How the member paid: cash (space or "C") or card ("K").
      *>   A card receipt carries the terminal's authorisation
      *>   code, which the acquirer's settlement file quotes back.
               03 BchTenderType PIC X.
                   88 BchCashTender VALUE " " "C".
                   88 BchCardTender VALUE "K".
               03 BchCardAuthCode PIC X(6).
               03 FILLER PIC X(4).
