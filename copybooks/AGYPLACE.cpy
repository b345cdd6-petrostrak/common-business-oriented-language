      *>   AGYPLACE - fixed-width debt placement file for the
      *>   collection agency, the BANKDDI arrangement: a header
      *>   naming the agency and file date, one detail per arrears
      *>   period placed with the member's name and postal address
      *>   for the agency to trace, and a trailer carrying the
      *>   record count and hash total of balances placed that the
      *>   agency proves the file against.
       01 AgencyPlacementRec.
           02 AplRecordType PIC X.
               88 AplHeaderRecord VALUE "H".
               88 AplDetailRecord VALUE "D".
               88 AplTrailerRecord VALUE "T".
           02 AplDetail PIC X(110).
           02 AplHeaderDetail REDEFINES AplDetail.
               03 AplAgencyCode PIC X(4).
               03 AplFileDate PIC 9(8).
               03 AplOriginName PIC X(20).
               03 FILLER PIC X(78).
           02 AplDebtDetail REDEFINES AplDetail.
               03 AplMemberId PIC 9(6).
               03 AplBillYear PIC 9(4).
               03 AplBillMonth PIC 9(2).
               03 AplBalance PIC 9(5)V99.
               03 AplBilledDate PIC 9(8).
               03 AplMemberName PIC X(20).
               03 AplAddressLine1 PIC X(20).
               03 AplAddressLine2 PIC X(20).
               03 AplPostalCode PIC X(8).
               03 AplPhone PIC X(12).
               03 FILLER PIC X(3).
           02 AplTrailerDetail REDEFINES AplDetail.
               03 AplRecordCount PIC 9(7).
               03 AplHashTotal PIC 9(11)V99.
               03 FILLER PIC X(90).
