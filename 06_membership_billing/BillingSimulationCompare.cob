      *>   cell plus grand totals - the impact figure the board
      *>   wants before a fee change is approved, produced from the
      *>   same inputs the live run bills from instead of guesswork.
      *>   2026-10-15  MEMBFEE layout widened for the loyalty credit.
      *>   2026-10-15  MEMBFEE layout widened for the referral
      *>   credit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 RflBillMonth PIC 9(2).
           02 RflBillYear PIC 9(4).
           02 RflTotalFees PIC 9(5)V99.
           02 FILLER PIC X(72).
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD CompareReport.
