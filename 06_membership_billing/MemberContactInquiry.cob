      *>   through the shared PasswordCheck before answering
      *>   anything, unless the session arrived already
      *>   authenticated from the operator menu.
      *>   2026-10-15  An entry carrying a reference - a complaint
      *>   case opened or closed - shows the reference in place of
      *>   the period and amount.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       ShowMatchingEntry.
           IF ComMemberId = InquiryId
               IF ComReference = SPACES
                   DISPLAY ComDate " " ComDocType " period "
                           ComBillMonth "/" ComBillYear
                           " amount " ComAmount
               ELSE
                   DISPLAY ComDate " " ComDocType " reference "
                           ComReference
               END-IF
               ADD 1 TO EntriesShown
           END-IF
           PERFORM ReadNextLogEntry.
