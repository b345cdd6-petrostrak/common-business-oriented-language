           02 ArrRegion PIC X(4).
           02 ArrBalance PIC 9(5)V99.
           02 ArrBilledDate PIC 9(8).
      *>   Collection agency placement, set by AgencyPlacement when
      *>   the row is handed to an outside agency and cleared again
      *>   when the agency returns it uncollectable. Spaces in the
      *>   agency code means the debt is still worked in-house; a
      *>   placed row is not dunned or auto-proposed for write-off.
           02 ArrAgencyCode PIC X(4).
           02 ArrPlacedDate PIC 9(8).
           02 ArrPlacedAmount PIC 9(5)V99.
