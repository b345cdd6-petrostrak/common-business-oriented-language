      *>   NOMLETR - driver nomination letter file for the print
      *>   room, the BUREAU addressing/line/trailer discipline with
      *>   the envelope addressed to the authority that issued the
      *>   penalty notice instead of to a member. NmlNoticeNo ties
      *>   every record of one letter together.
       01 NominationLetterRec.
           02 NmlRecordType PIC X.
               88 NmlAddressRecord VALUE "A".
               88 NmlLineRecord VALUE "L".
               88 NmlTrailerRecord VALUE "T".
           02 NmlDetail PIC X(92).
           02 NmlAddressDetail REDEFINES NmlDetail.
               03 NmlNoticeNo PIC X(12).
               03 NmlIssuerName PIC X(20).
               03 NmlAddressLine1 PIC X(20).
               03 NmlAddressLine2 PIC X(20).
               03 NmlPostalCode PIC X(8).
               03 FILLER PIC X(12).
           02 NmlLineDetail REDEFINES NmlDetail.
               03 NmlLineNoticeNo PIC X(12).
               03 NmlLineText PIC X(80).
           02 NmlTrailerDetail REDEFINES NmlDetail.
               03 NmlLetterCount PIC 9(7).
               03 NmlLineCount PIC 9(7).
               03 FILLER PIC X(78).
