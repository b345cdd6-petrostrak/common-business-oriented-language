      *>   PENALTY - traffic and parking penalty notice addressed to
      *>   the company as registered keeper, keyed on the vehicle
      *>   and the offence date and time. It carries the issuing
      *>   authority's reference and address for the nomination
      *>   reply, the response deadline, and any amount the company
      *>   pays and recharges to the driver through payroll. The
      *>   penalty run sets PenStatus: new, nominated (driver named,
      *>   letter and recharge cut) or unidentified (no single
      *>   driver found - retried each run until someone resolves
      *>   it or the notice is withdrawn).
       01 PenaltyNoticeRec.
           02 PenKey.
               03 PenRegistrationNumber PIC X(8).
               03 PenOffenceDate PIC 9(8).
               03 PenOffenceTime PIC 9(4).
           02 PenNoticeNo PIC X(12).
           02 PenNoticeType PIC X.
               88 PenSpeeding VALUE "S".
               88 PenParking VALUE "P".
               88 PenValidType VALUE "S" "P".
           02 PenLocation PIC X(20).
           02 PenIssuerName PIC X(20).
           02 PenIssuerAddress1 PIC X(20).
           02 PenIssuerAddress2 PIC X(20).
           02 PenIssuerPostcode PIC X(8).
           02 PenReceivedDate PIC 9(8).
           02 PenResponseDeadline PIC 9(8).
           02 PenRechargeAmount PIC 9(5)V99.
           02 PenStatus PIC X.
               88 PenNew VALUE "N".
               88 PenNominated VALUE "D".
               88 PenUnidentified VALUE "U".
               88 PenWithdrawn VALUE "W".
               88 PenAwaitingDriver VALUE "N" "U".
           02 PenDriverId PIC X(6).
           02 PenNominatedDate PIC 9(8).
