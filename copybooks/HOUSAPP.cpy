      *>   HOUSAPP - housing application, one per student per term
      *>   applied for, keyed on StudentId plus term. HapPriority
      *>   ranks the claim (1 highest - care leavers, disability;
      *>   9 lowest) and the application date breaks ties; a
      *>   preferred residence of spaces takes a bed anywhere.
      *>   HapStatus runs W (waiting) to A (allocated, with the
      *>   residence, room and date) and from there to R (released,
      *>   with the date) when the student leaves Active status;
      *>   X marks an application cancelled because the student
      *>   was not active when it came up.
       01 HousingApplicationRec.
           02 HousingApplicationKey.
               03 HapStudentId PIC 9(7).
               03 HapTerm PIC X(6).
           02 HapApplyDate PIC 9(8).
           02 HapPriority PIC 9.
           02 HapPreferredResidence PIC X(4).
           02 HapStatus PIC X.
               88 HapWaiting VALUE "W".
               88 HapAllocated VALUE "A".
               88 HapReleased VALUE "R".
               88 HapCancelled VALUE "X".
           02 HapResidence PIC X(4).
           02 HapRoomNo PIC X(4).
           02 HapAllocatedDate PIC 9(8).
           02 HapReleasedDate PIC 9(8).
