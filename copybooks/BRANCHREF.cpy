      *>   a closing branch takes no new activity but still appears
      *>   on reports while its members are reassigned; a closed
      *>   branch is history the regional reports no longer carry.
      *>   BranchOpenedDate and BranchClosedDate date the lifecycle
      *>   (zero: open since before the dates were kept, and not
      *>   closed) for anything asking whether the branch was
      *>   trading on a given day.
       01 BranchRec.
           02 CityCode PIC 9(3).
           02 BranchName PIC X(12).
               88 BranchClosing VALUE "C".
               88 BranchClosed VALUE "X".
               88 BranchTakesActivity VALUE "O".
           02 BranchOpenedDate PIC 9(8).
           02 BranchClosedDate PIC 9(8).
