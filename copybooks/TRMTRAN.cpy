           02 TcmTranDropDeadline PIC 9(8).
           02 TcmTranRefundBand OCCURS 6 TIMES.
               03 TcmTranRefundPct PIC 9(3).
           02 TcmTranExamStartDate PIC 9(8).
           02 TcmTranExamEndDate PIC 9(8).
