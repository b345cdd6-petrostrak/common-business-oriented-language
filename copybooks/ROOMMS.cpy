      *>   ROOMMS - teaching room master, keyed on the same eight
      *>   character room code CRSSECT carries in SecRoom. Seat
      *>   capacity caps the SecMaxEnrollment a section booked into
      *>   the room may carry; RmWeeklyHours is the teaching hours
      *>   the room is available in a week, the denominator of the
      *>   utilisation report (zero means the standard week of
      *>   45 hours). A withdrawn room (refurbishment, handed back)
      *>   takes no new bookings.
       01 RoomRec.
           02 RmRoomId PIC X(8).
           02 RmCapacity PIC 9(3).
           02 RmRoomType PIC X(2).
               88 RmLectureTheatre VALUE "LT".
               88 RmClassroom VALUE "CR".
               88 RmLaboratory VALUE "LB".
               88 RmSeminarRoom VALUE "SR".
               88 RmValidRoomType VALUE "LT" "CR" "LB" "SR".
           02 RmWeeklyHours PIC 9(3).
           02 RmStatus PIC X.
               88 RmInService VALUE "A".
               88 RmWithdrawn VALUE "W".
