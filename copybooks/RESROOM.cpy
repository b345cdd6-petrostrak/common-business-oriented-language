      *>   RESROOM - residence room master, one per bedroom in a
      *>   hall of residence, keyed on the four-character residence
      *>   code plus the room number within it. RrmBeds is how many
      *>   students the room takes; RrmOccupied is refreshed by each
      *>   housing allocation run from the allocations actually
      *>   standing, never keyed by hand. A withdrawn room takes no
      *>   new allocations.
       01 ResidenceRoomRec.
           02 ResidenceRoomKey.
               03 RrmResidence PIC X(4).
               03 RrmRoomNo PIC X(4).
           02 RrmBeds PIC 9(2).
           02 RrmOccupied PIC 9(2).
           02 RrmStatus PIC X.
               88 RrmInService VALUE "A".
               88 RrmWithdrawn VALUE "W".
