      *>   NOTIFY - outbound electronic notification interface to
      *>   the messaging provider, the BUREAU header/line/trailer
      *>   discipline applied to email and text messages. A letter
      *>   for a member who prefers electronic delivery is cut here
      *>   instead of on the print file: a header per message
      *>   naming the channel and the email address or phone
      *>   number, the same formatted lines the letter would have
      *>   carried, and a trailer per run carrying the message
      *>   count the provider proves the batch against.
       01 NotifyRec.
           02 NtfRecordType PIC X.
               88 NtfHeaderRecord VALUE "H".
               88 NtfLineRecord VALUE "L".
               88 NtfTrailerRecord VALUE "T".
           02 NtfDetail PIC X(86).
           02 NtfHeaderDetail REDEFINES NtfDetail.
               03 NtfMemberId PIC 9(6).
               03 NtfChannel PIC X.
                   88 NtfByEmail VALUE "E".
                   88 NtfBySms VALUE "S".
               03 NtfAddress PIC X(30).
               03 NtfDocType PIC X(8).
               03 NtfDate PIC 9(8).
               03 FILLER PIC X(33).
           02 NtfLineDetail REDEFINES NtfDetail.
               03 NtfLineMemberId PIC 9(6).
               03 NtfLineText PIC X(80).
           02 NtfTrailerDetail REDEFINES NtfDetail.
               03 NtfMessageCount PIC 9(7).
               03 NtfSourceProgram PIC X(20).
               03 FILLER PIC X(59).
