      *>   automatically.
           02 MmbFreezeFrom PIC 9(8).
           02 MmbFreezeTo PIC 9(8).
      *>   The member who introduced this one, as accepted onto the
      *>   REFERRAL ledger when the member was added; zero when
      *>   nobody did or the referral was refused. Never keyed on
      *>   a change.
           02 MmbReferredBy PIC 9(6).
      *>   The employer (CUSTMAST CustomerId) that pays for this
      *>   membership; the billing run puts the member's fee on the
      *>   employer's monthly corporate invoice instead of billing
      *>   the member. Spaces means the member pays their own.
           02 MmbSponsorCustomerId PIC X(6).
      *>   Leaving and contact preference. The date the membership
      *>   was cancelled and why - R declined at renewal (set by
      *>   MembershipRenewal), A lapsed in arrears, M at the
      *>   member's or the office's request - both cleared when the
      *>   member rejoins. MmbNoContact is set when the member has
      *>   asked not to be contacted; campaign mailings leave them
      *>   out.
           02 MmbCancelDate PIC 9(8).
           02 MmbCancelReason PIC X.
               88 MmbCancelRenewalDeclined VALUE "R".
               88 MmbCancelArrearsLapse VALUE "A".
               88 MmbCancelOnRequest VALUE "M".
           02 MmbNoContact PIC X.
               88 MmbDoNotContact VALUE "Y".
