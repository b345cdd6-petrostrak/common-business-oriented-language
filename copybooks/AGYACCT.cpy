      *>   AGYACCT - collection agency account master, one row per
      *>   arrears period ever placed, keyed on agency, member and
      *>   period. Written by AgencyPlacement, kept up by
      *>   AgencyReturnsPosting as collections and closures come
      *>   back, and never deleted, so the agency performance
      *>   report can set what each agency was given against what
      *>   it recovered long after the arrears row itself is gone.
       01 AgencyAccountRec.
           02 AgencyAccountKey.
               03 AgaAgencyCode PIC X(4).
               03 AgaMemberId PIC 9(6).
               03 AgaBillYear PIC 9(4).
               03 AgaBillMonth PIC 9(2).
           02 AgaPlacedDate PIC 9(8).
           02 AgaPlacedAmount PIC 9(5)V99.
           02 AgaCollectedAmount PIC 9(7)V99.
           02 AgaCommissionAmount PIC 9(7)V99.
           02 AgaStatus PIC X.
               88 AgaPlaced VALUE "P".
               88 AgaCollectedInFull VALUE "C".
               88 AgaUncollectable VALUE "U".
           02 AgaLastReturnDate PIC 9(8).
           02 AgaClosedDate PIC 9(8).
