      *>   TRNREQ - outbound transcript request, one per transcript
      *>   a student has asked us to send to another institution,
      *>   read by TranscriptExchange. TrqInstitution is the
      *>   receiving institution's code, the same eight-character
      *>   codes XFERTRAN carries on the inbound side; TrqRequestNo
      *>   is the registrar's serial and comes back on the register
      *>   and in the exchange file's header and trailer.
       01 TranscriptRequestRec.
           02 TrqRequestNo PIC 9(6).
           02 TrqStudentId PIC 9(7).
           02 TrqInstitution PIC X(8).
           02 TrqRequestDate PIC 9(8).
