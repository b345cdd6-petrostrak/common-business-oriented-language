      *>   CARDSETL - the card acquirer's daily settlement file, in
      *>   the header/detail/trailer shape of our own interfaces: a
      *>   header naming the acquirer and settlement date, one
      *>   detail per card transaction settled ("S") or charged
      *>   back by the cardholder's bank ("B"), each with the fee
      *>   the acquirer took for it, and a trailer with the detail
      *>   count and hash total of transaction amounts.
       01 CardSettlementRec.
           02 StlRecordType PIC X.
               88 StlHeaderRecord VALUE "H".
               88 StlDetailRecord VALUE "D".
               88 StlTrailerRecord VALUE "T".
           02 StlDetail PIC X(40).
           02 StlHeaderDetail REDEFINES StlDetail.
               03 StlAcquirerId PIC X(8).
               03 StlSettlementDate PIC 9(8).
               03 FILLER PIC X(24).
           02 StlTransactionDetail REDEFINES StlDetail.
               03 StlTransactionType PIC X.
                   88 StlSale VALUE "S".
                   88 StlChargeback VALUE "B".
               03 StlMemberId PIC 9(6).
               03 StlAuthCode PIC X(6).
               03 StlTransactionDate PIC 9(8).
               03 StlAmount PIC 9(5)V99.
               03 StlFee PIC 9(3)V99.
               03 FILLER PIC X(7).
           02 StlTrailerDetail REDEFINES StlDetail.
               03 StlRecordCount PIC 9(7).
               03 StlHashTotal PIC 9(11)V99.
               03 FILLER PIC X(20).
