      *>   SVCTRAN - completed-service transaction from the workshop,
      *>   one per service performed, applied by the service update
      *>   to the history file and the fleet master. An MOT test
      *>   (work category MO) carries its test certificate number;
      *>   other work leaves it blank.
       01 ServiceTranRec.
           02 SvtRegistrationNumber PIC X(8).
           02 SvtServiceDate PIC 9(8).
           02 SvtMileageAtService PIC 9(6).
           02 SvtWorkCategory PIC X(2).
           02 SvtCost PIC 9(5)V99.
           02 SvtCertificateNo PIC X(12).
