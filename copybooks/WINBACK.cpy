      *>   WINBACK - lapsed member win-back campaign register, one
      *>   row per campaign and former member, keyed on the
      *>   campaign code and MemberId. LapsedMemberWinBack writes a
      *>   row (status M) for everyone it puts on a campaign's
      *>   mailing extract, with the member's former type and why
      *>   they left. MemberMaintenance records the response when a
      *>   member rejoins quoting the code: a mailed member goes to
      *>   J, rejoined; someone quoting a code they were not mailed
      *>   is added as U so the response still counts.
       01 WinBackRec.
           02 WbkKey.
               03 WbkCampaignCode PIC X(6).
               03 WbkMemberId PIC 9(6).
           02 WbkMailedDate PIC 9(8).
           02 WbkFormerType PIC X.
           02 WbkCancelReason PIC X.
           02 WbkCancelDate PIC 9(8).
           02 WbkStatus PIC X.
               88 WbkMailed VALUE "M".
               88 WbkRejoined VALUE "J".
               88 WbkUnsolicited VALUE "U".
           02 WbkResponseDate PIC 9(8).
