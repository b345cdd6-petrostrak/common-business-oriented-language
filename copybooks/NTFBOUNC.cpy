      *>   NTFBOUNC - bounce-back returned by the messaging provider
      *>   for a notification it could not deliver: the member and
      *>   channel from the message header, the email address or
      *>   phone number it was sent to, when it bounced and the
      *>   provider's reason text.
       01 NotifyBounceRec.
           02 NbcMemberId PIC 9(6).
           02 NbcChannel PIC X.
           02 NbcAddress PIC X(30).
           02 NbcBounceDate PIC 9(8).
           02 NbcReason PIC X(30).
