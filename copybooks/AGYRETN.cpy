      *>   AGYRETN - fixed-width returns file from the collection
      *>   agency, in the same header/detail/trailer shape as the
      *>   placement file. Each detail reports against one placed
      *>   member and period: "C" money collected (gross, with the
      *>   agency's commission kept back from the remittance) or
      *>   "U" the account closed uncollectable and handed back.
      *>   The trailer carries the detail count and the hash total
      *>   of collected amounts, proved before anything is posted.
       01 AgencyReturnRec.
           02 AgrRecordType PIC X.
               88 AgrHeaderRecord VALUE "H".
               88 AgrDetailRecord VALUE "D".
               88 AgrTrailerRecord VALUE "T".
           02 AgrDetail PIC X(40).
           02 AgrHeaderDetail REDEFINES AgrDetail.
               03 AgrAgencyCode PIC X(4).
               03 AgrFileDate PIC 9(8).
               03 FILLER PIC X(28).
           02 AgrReturnDetail REDEFINES AgrDetail.
               03 AgrMemberId PIC 9(6).
               03 AgrBillYear PIC 9(4).
               03 AgrBillMonth PIC 9(2).
               03 AgrReturnType PIC X.
                   88 AgrCollected VALUE "C".
                   88 AgrUncollectable VALUE "U".
               03 AgrCollectedAmount PIC 9(5)V99.
               03 AgrCommission PIC 9(5)V99.
               03 AgrReturnDate PIC 9(8).
               03 FILLER PIC X(5).
           02 AgrTrailerDetail REDEFINES AgrDetail.
               03 AgrRecordCount PIC 9(7).
               03 AgrHashTotal PIC 9(11)V99.
               03 FILLER PIC X(20).
