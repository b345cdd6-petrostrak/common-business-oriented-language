      *>   WSBKHIST - workshop booking history, keyed on the
      *>   RegistrationNumber and the booked date. WSBOOKNG is cut
      *>   afresh every scheduling run, so once a vehicle has been
      *>   in and rebooked its old booking is gone; this keeps every
      *>   booking the workshop was given, with the work categories
      *>   authorised against it (up to four two-character SVCHIST
      *>   categories - RS routine service, RP repair, RC recall,
      *>   MO MOT test) and who authorised them. The scheduler
      *>   authorises RS, and RC as well when a recall pulled the
      *>   vehicle in early; the fleet office authorises anything
      *>   else through the workshop authorisation run.
       01 WorkshopBookingHistRec.
           02 BkhKey.
               03 BkhRegistrationNumber PIC X(8).
               03 BkhBookedDate PIC 9(8).
           02 BkhAuthorisedWork.
               03 BkhAuthorisedCategory PIC X(2) OCCURS 4 TIMES.
           02 BkhAuthorisedBy PIC X(8).
           02 BkhFirstBookedOn PIC 9(8).
