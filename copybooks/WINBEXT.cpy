      *>   WINBEXT - win-back campaign mailing extract, one line per
      *>   former member selected, addressed from the CONTACT
      *>   master and carrying the campaign code the member quotes
      *>   to rejoin.
       01 WinBackExtractRec.
           02 WbxCampaignCode PIC X(6).
           02 WbxMemberId PIC 9(6).
           02 WbxMemberName PIC X(20).
           02 WbxAddressLine1 PIC X(20).
           02 WbxAddressLine2 PIC X(20).
           02 WbxPostalCode PIC X(8).
           02 WbxFormerType PIC X.
           02 WbxCancelReason PIC X.
           02 WbxCancelDate PIC 9(8).
