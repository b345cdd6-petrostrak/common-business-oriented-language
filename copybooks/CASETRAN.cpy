      *>   CASETRAN - complaint case maintenance transaction, read
      *>   by CaseMaintenance. CtrAction "O" opens a case (case
      *>   number zero - the next number is given out), "A" changes
      *>   an open case's owner, status or summary (blank fields
      *>   keep their values), "C" closes it with CtrText as the
      *>   resolution. CtrEventDate zero means today.
       01 CaseTranRec.
           02 CtrAction PIC X.
               88 CtrOpenCase VALUE "O".
               88 CtrAmendCase VALUE "A".
               88 CtrCloseCase VALUE "C".
           02 CtrCaseNumber PIC 9(7).
           02 CtrMemberId PIC 9(6).
           02 CtrCityCode PIC 9(3).
           02 CtrCategory PIC X(4).
           02 CtrChannel PIC X.
           02 CtrOwner PIC X(8).
           02 CtrStatus PIC X.
           02 CtrText PIC X(40).
           02 CtrEventDate PIC 9(8).
           02 CtrOperatorId PIC X(8).
