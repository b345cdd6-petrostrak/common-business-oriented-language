      *>   TRIPTRAN - one journey off the tracking provider's daily
      *>   trip file: the vehicle, when the ignition went on and
      *>   off, and the distance the unit measured in miles and
      *>   tenths. Arrives sorted by registration then start.
       01 TripTranRec.
           02 TrtRegistrationNumber PIC X(8).
           02 TrtStartDate PIC 9(8).
           02 TrtStartTime PIC 9(4).
           02 TrtEndDate PIC 9(8).
           02 TrtEndTime PIC 9(4).
           02 TrtDistance PIC 9(4)V9.
