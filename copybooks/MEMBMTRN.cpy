           02 MmtDiscountCode PIC X(4).
           02 MmtHouseholdId PIC 9(6).
           02 MmtHouseholdPayer PIC X.
      *>   Member number of the existing member who introduced a
      *>   new member; zero when nobody did. Read on an add only.
           02 MmtReferredBy PIC 9(6).
      *>   Sponsoring employer's CustomerId; spaces when the member
      *>   pays their own membership.
           02 MmtSponsorCustomerId PIC X(6).
      *>   Number of the fee quotation the new member was given at
      *>   the counter; zero when there was none. Read on an add
      *>   only, to mark the quote converted.
           02 MmtQuoteNumber PIC 9(7).
      *>   Why a member being cancelled is leaving (R, A or M as on
      *>   MEMBMAST; spaces is taken as M). Read only when the
      *>   status goes to cancelled.
           02 MmtCancelReason PIC X.
      *>   Y when the member asks not to be contacted, N when they
      *>   withdraw that; spaces leaves the preference as it is.
           02 MmtNoContact PIC X.
      *>   Win-back campaign code a former member quoted when
      *>   rejoining; spaces when none was quoted.
           02 MmtCampaignCode PIC X(6).
