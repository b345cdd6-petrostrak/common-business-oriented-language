      *>   AGYWOFF - accounts a collection agency returned closed
      *>   uncollectable, cut by AgencyReturnsPosting and raised
      *>   by ArrearsWriteOff as write-off proposals (source "G")
      *>   awaiting the usual supervisor approval.
       01 AgencyWriteOffRec.
           02 AwoMemberId PIC 9(6).
           02 AwoBillYear PIC 9(4).
           02 AwoBillMonth PIC 9(2).
           02 AwoAgencyCode PIC X(4).
