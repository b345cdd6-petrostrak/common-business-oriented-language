      *>   write-offs remove the arrears row and are picked up by
      *>   GLJournalExtract, which posts them to the bad-debt
      *>   account (keys WOFFDR/WOFFCR on GLACCMAP), so finance's
      *>   ledger finally ties back to the arrears file. Source
      *>   "G" is a debt a collection agency returned closed
      *>   uncollectable (AGYWOFF, cut by AgencyReturnsPosting).
       01 WriteOffRec.
           02 WofMemberId PIC 9(6).
           02 WofBillYear PIC 9(4).
           02 WofSource PIC X.
               88 WofAutoProposed VALUE "A".
               88 WofManualProposed VALUE "M".
               88 WofAgencyProposed VALUE "G".
           02 WofStatus PIC X.
               88 WofPending VALUE "P".
               88 WofReleased VALUE "R".
