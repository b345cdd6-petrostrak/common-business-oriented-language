      *>   PERSONIX - person index record, one per role a real
      *>   person holds: keyed on the role (S plus StudentId, M plus
      *>   MemberId, D plus DriverId, O plus OperatorId), with the
      *>   person number shared by every role of the same
      *>   individual as an alternate key, so an address change or
      *>   a personal data request is found once instead of four
      *>   times. Maintained nightly by PersonIndexMaintenance from
      *>   the four masters and the office's PIXTRAN corrections.
      *>   Numeric ids carry left-justified in PixRoleId.
       01 PersonIndexRec.
           02 PixRoleKey.
               03 PixRoleType PIC X.
                   88 PixStudent VALUE "S".
                   88 PixMember VALUE "M".
                   88 PixDriver VALUE "D".
                   88 PixOperator VALUE "O".
               03 PixRoleId PIC X(8).
           02 PixPersonNumber PIC 9(7).
      *>   The same-person match key: the name upper-cased with a
      *>   two-word name put in alphabetical word order, so the
      *>   member master's either-way-round names meet the student
      *>   master's forename and surname, and the date of birth -
      *>   zero for drivers and operators, whose masters carry
      *>   none.
           02 PixMatchKey.
               03 PixMatchName PIC X(20).
               03 PixDateOfBirth PIC 9(8).
      *>   How the role came to its person: R matched name and date
      *>   of birth, N matched on the name alone (an undated role
      *>   and the only person carrying the name), P started a new
      *>   person, K keyed by the office on PIXTRAN. The office's
      *>   word is final - a K link is never re-matched.
           02 PixLinkMethod PIC X.
               88 PixLinkedByRule VALUE "R".
               88 PixLinkedByName VALUE "N".
               88 PixNewPerson VALUE "P".
               88 PixLinkedByOffice VALUE "K".
           02 PixLinkedDate PIC 9(8).
