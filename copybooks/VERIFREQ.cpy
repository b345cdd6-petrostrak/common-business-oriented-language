      *>   VERIFREQ - enrollment verification letter request, one
      *>   per letter a student has asked the registrar for, read by
      *>   EnrollmentVerification. VrqPurpose says who the letter is
      *>   for - B bank, L landlord, V visa or immigration office,
      *>   O anything else - and VrqAddressee is the name the letter
      *>   is addressed to (blank prints "To whom it may concern").
       01 VerificationRequestRec.
           02 VrqStudentId PIC 9(7).
           02 VrqPurpose PIC X.
               88 VrqForBank VALUE "B".
               88 VrqForLandlord VALUE "L".
               88 VrqForVisa VALUE "V".
               88 VrqForOther VALUE "O".
           02 VrqAddressee PIC X(30).
           02 VrqRequestDate PIC 9(8).
           02 VrqOperatorId PIC X(8).
