      *>   BANKDIR - bank sort code directory, keyed on sort code,
      *>   kept by BankDirectoryLoad from the clearing provider's
      *>   monthly file. A sort code the provider stops listing is
      *>   marked closed with the date it went, never deleted, so
      *>   a mandate held against it can still be recognised and
      *>   held back. The check method and weights are the
      *>   provider's account-number check for the branch:
      *>     "NON" no check published,
      *>     "M10" weighted sum of the 14 digits divisible by 10,
      *>     "M11" weighted sum divisible by 11,
      *>     "DBL" double-alternate - the digits of each product
      *>           summed, the total divisible by 10.
       01 BankDirectoryRec.
           02 BkdSortCode PIC 9(6).
           02 BkdBankName PIC X(20).
           02 BkdBranchName PIC X(20).
           02 BkdDirectDebitFlag PIC X.
               88 BkdAcceptsDirectDebit VALUE "Y".
           02 BkdCheckMethod PIC X(3).
               88 BkdNoCheck VALUE "NON".
               88 BkdModulus10 VALUE "M10".
               88 BkdModulus11 VALUE "M11".
               88 BkdDoubleAlternate VALUE "DBL".
               88 BkdCheckMethodValid
                   VALUE "NON" "M10" "M11" "DBL".
           02 BkdWeightTable.
               03 BkdWeight PIC 9(2) OCCURS 14 TIMES.
           02 BkdStatus PIC X.
               88 BkdOpen VALUE "O".
               88 BkdClosed VALUE "C".
           02 BkdLastLoadDate PIC 9(8).
           02 BkdClosedDate PIC 9(8).
