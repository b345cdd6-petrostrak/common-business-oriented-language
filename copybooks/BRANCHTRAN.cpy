      *>   BRANCHTRAN - branch reference maintenance transaction, read
      *>   by BranchMaintenance to add or update a BRANCHMS entry.
      *>   BrTranOpenedDate is the day a new branch starts trading;
      *>   left blank, the date on file stands.
       01 BranchTranRec.
           02 BrTranCityCode PIC 9(3).
           02 BrTranBranchName PIC X(12).
           02 BrTranPostalPrefix PIC X(3).
           02 BrTranRegion PIC X(4).
           02 BrTranStatus PIC X.
           02 BrTranOpenedDate PIC 9(8).
