      *>   PRIVREQ - member personal data request, one per request
      *>   the membership office logs: "A" a subject access request
      *>   for a copy of everything held on the member, "E" a
      *>   request to be forgotten. The reference is the office's
      *>   own request number, printed on the pack and register so
      *>   the reply can be matched to the letter that asked.
       01 PrivacyRequestRec.
           02 PrvRequestType PIC X.
               88 PrvAccessRequest VALUE "A".
               88 PrvErasureRequest VALUE "E".
           02 PrvMemberId PIC 9(6).
           02 PrvReceivedDate PIC 9(8).
           02 PrvReference PIC X(10).
