      *>   CASEMAST - member complaint case master, keyed on the
      *>   case number CaseMaintenance gives out in sequence. A case
      *>   is opened against a member and the branch CityCode that
      *>   took it, in a CASECAT category that sets its target
      *>   response time, and is worked by its owner until closed.
      *>   Status "O" open, "W" waiting on the member, "C" closed;
      *>   both open statuses count against the category target.
       01 CaseMasterRec.
           02 CseCaseNumber PIC 9(7).
           02 CseMemberId PIC 9(6).
           02 CseCityCode PIC 9(3).
           02 CseCategory PIC X(4).
           02 CseChannel PIC X.
               88 CseViaBranch VALUE "B".
               88 CseViaPhone VALUE "P".
           02 CseOpenDate PIC 9(8).
           02 CseOwner PIC X(8).
           02 CseStatus PIC X.
               88 CseOpen VALUE "O".
               88 CseWaitingMember VALUE "W".
               88 CseLive VALUE "O" "W".
               88 CseClosed VALUE "C".
           02 CseSummary PIC X(40).
           02 CseClosedDate PIC 9(8).
           02 CseResolution PIC X(40).
           02 CseLastUpdated PIC 9(8).
           02 CseUpdatedBy PIC X(8).
