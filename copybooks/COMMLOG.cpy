      *>   program at the moment the document is cut, so membership
      *>   services answering a phone call can see exactly what the
      *>   member has received, when, and for how much.
      *>   ComReference carries the number of the item the entry is
      *>   about where there is one - the complaint case number on
      *>   a case opening or closure - and is blank otherwise. A
      *>   document sent electronically rather than posted carries
      *>   BY EMAIL or BY SMS there instead.
       01 CommLogRec.
           02 ComMemberId PIC 9(6).
           02 ComDate PIC 9(8).
           02 ComBillMonth PIC 9(2).
           02 ComBillYear PIC 9(4).
           02 ComAmount PIC 9(7)V99.
           02 ComReference PIC X(10).
