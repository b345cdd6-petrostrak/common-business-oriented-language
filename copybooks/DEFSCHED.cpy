      *>   DEFSCHED - deferred revenue schedule, one row per billed
      *>   fee per later month the fee pays for, keyed on the
      *>   member, the billed period and the month the share falls
      *>   due. The billed month's own share is income when billed;
      *>   each later month's share waits here as deferred ("D")
      *>   until the month-end release makes it income and marks
      *>   it released ("R") with the period it was posted in -
      *>   normally its own month, later when a month-end run was
      *>   missed. DsmBasis says why the fee covers more than one
      *>   month: "R" an annual renewal billed in its anniversary
      *>   month, "P" an installment plan agreed for the bill.
       01 DeferralScheduleRec.
           02 DeferralKey.
               03 DsmMemberId PIC 9(6).
               03 DsmBillYear PIC 9(4).
               03 DsmBillMonth PIC 9(2).
               03 DsmReleaseYear PIC 9(4).
               03 DsmReleaseMonth PIC 9(2).
           02 DsmAmount PIC 9(5)V99.
           02 DsmCoverMonths PIC 9(2).
           02 DsmBasis PIC X.
               88 DsmRenewalBasis VALUE "R".
               88 DsmPlanBasis VALUE "P".
           02 DsmStatus PIC X.
               88 DsmDeferred VALUE "D".
               88 DsmReleased VALUE "R".
           02 DsmScheduledDate PIC 9(8).
           02 DsmReleasedDate PIC 9(8).
           02 DsmPostedYear PIC 9(4).
           02 DsmPostedMonth PIC 9(2).
