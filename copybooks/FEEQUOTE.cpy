      *>   FEEQUOTE - membership fee quotation, one record per quote
      *>   given at the counter, keyed on the quote number. The
      *>   first bill is priced for the intended join month the way
      *>   the billing run will price it - the FEESCHED rate in
      *>   force, prorated from the join day, DISCREF discount, then
      *>   TAXRATE tax - and the ongoing monthly fee is the full
      *>   month after it. QteStatus goes from open to converted
      *>   when MemberMaintenance adds a member carrying the quote
      *>   number, with the member number and the date stamped.
       01 FeeQuoteRec.
           02 QteNumber PIC 9(7).
           02 QteQuoteDate PIC 9(8).
           02 QteOperatorId PIC X(8).
           02 QteMemberType PIC X.
           02 QteJoinDate PIC 9(8).
           02 QteDiscountCode PIC X(4).
           02 QteFirstRate PIC 9(3)V99.
           02 QteFirstBilledDays PIC 9(2).
           02 QteFirstDaysInPeriod PIC 9(2).
           02 QteFirstDiscount PIC 9(5)V99.
           02 QteFirstTax PIC 9(5)V99.
           02 QteFirstTotal PIC 9(5)V99.
           02 QteMonthlyRate PIC 9(3)V99.
           02 QteMonthlyDiscount PIC 9(5)V99.
           02 QteMonthlyTax PIC 9(5)V99.
           02 QteMonthlyTotal PIC 9(5)V99.
           02 QteStatus PIC X.
               88 QteOpen VALUE "O".
               88 QteConverted VALUE "C".
           02 QteMemberId PIC 9(6).
           02 QteConvertedDate PIC 9(8).
