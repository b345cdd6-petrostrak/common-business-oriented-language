      *>   AGYCOLL - agency collections posted by AgencyReturnsPosting,
      *>   one per collected return applied to ARREARS, picked up by
      *>   GLJournalExtract: the agency remits the collection less
      *>   its commission, so cash takes the net, collection costs
      *>   take the commission and receivables are credited gross.
       01 AgencyCollectionRec.
           02 AgcAgencyCode PIC X(4).
           02 AgcMemberId PIC 9(6).
           02 AgcBillYear PIC 9(4).
           02 AgcBillMonth PIC 9(2).
           02 AgcCollectedAmount PIC 9(5)V99.
           02 AgcCommission PIC 9(5)V99.
           02 AgcPostedDate PIC 9(8).
