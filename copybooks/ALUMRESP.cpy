      *>   ALUMRESP - a graduate's answer to the alumni membership
      *>   offer, keyed by the membership office: A accepts (with
      *>   the branch city code the new member joins under), D
      *>   declines.
       01 AlumniResponseRec.
           02 ArpStudentId PIC 9(7).
           02 ArpResponse PIC X.
               88 ArpAccept VALUE "A".
               88 ArpDecline VALUE "D".
           02 ArpCityCode PIC 9(3).
           02 ArpResponseDate PIC 9(8).
