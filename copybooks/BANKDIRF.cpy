      *>   BANKDIRF - the clearing provider's monthly bank directory
      *>   file, fixed-width header/detail/trailer. One detail per
      *>   sort code the provider currently lists: the bank and
      *>   branch names, whether the branch accepts direct debits,
      *>   and the account-number check the provider publishes for
      *>   it - a check method and the fourteen weights applied
      *>   across sort code and account number. The trailer
      *>   carries the detail count and the hash total of the sort
      *>   codes, proved before the directory is touched.
       01 BankDirectoryFeedRec.
           02 BdfRecordType PIC X.
               88 BdfHeaderRecord VALUE "H".
               88 BdfDetailRecord VALUE "D".
               88 BdfTrailerRecord VALUE "T".
           02 BdfDetail PIC X(100).
           02 BdfHeaderDetail REDEFINES BdfDetail.
               03 BdfProviderName PIC X(20).
               03 BdfFileDate PIC 9(8).
               03 FILLER PIC X(72).
           02 BdfBranchDetail REDEFINES BdfDetail.
               03 BdfSortCode PIC 9(6).
               03 BdfBankName PIC X(20).
               03 BdfBranchName PIC X(20).
               03 BdfDirectDebitFlag PIC X.
               03 BdfCheckMethod PIC X(3).
               03 BdfWeightTable.
                   04 BdfWeight PIC 9(2) OCCURS 14 TIMES.
               03 FILLER PIC X(22).
           02 BdfTrailerDetail REDEFINES BdfDetail.
               03 BdfRecordCount PIC 9(7).
               03 BdfHashTotal PIC 9(13).
               03 FILLER PIC X(80).
