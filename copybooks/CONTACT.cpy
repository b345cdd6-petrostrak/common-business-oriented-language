           02 CttPostalCode PIC X(8).
           02 CttPhone PIC X(12).
           02 CttEmail PIC X(30).
      *>   How the member wants their letters: P by post (spaces
      *>   read the same), E by email to CttEmail, S by text
      *>   message to CttPhone. Set from the contact feed; a bounce
      *>   reported by the messaging provider puts it back to post.
           02 CttDeliveryPref PIC X.
               88 CttByPost VALUE "P" " ".
               88 CttByEmail VALUE "E".
               88 CttBySms VALUE "S".
