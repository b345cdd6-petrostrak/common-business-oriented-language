      *>   PTYCLAIM - branch petty cash claim: a small expense paid
      *>   out of the till, with its expense category, the receipt
      *>   the branch holds for it and who approved it. The same
      *>   image is the branches' claim feed, the PTYHIST history of
      *>   accepted claims and the day's PTYPOST postings the
      *>   branch journal and the GL extract pick up. The category
      *>   is the GLACCMAP posting key "PTY" + category, so a new
      *>   kind of expense is a mapping row, not a recompile.
       01 PettyCashClaimRec.
           02 PtcCityCode PIC 9(3).
           02 PtcClaimDate PIC 9(8).
           02 PtcCategory PIC X(4).
           02 PtcAmount PIC 9(5)V99.
           02 PtcApprover PIC X(8).
           02 PtcReceiptRef PIC X(10).
           02 PtcDescription PIC X(20).
