       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads or updates the ROOMMS teaching room master from the
      *>   estates office's feed, the InstructorMaintenance upsert
      *>   pattern: section maintenance books a section only into a
      *>   room on this file, and only up to its seat capacity. The
      *>   capacity must be non-zero, the room type one of LT
      *>   (lecture theatre), CR (classroom), LB (laboratory) or SR
      *>   (seminar room), and the status A (in service) or W
      *>   (withdrawn). A room is withdrawn, never deleted, so the
      *>   sections and utilisation history that name it keep
      *>   resolving.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomTranFile ASSIGN TO "ROOMTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RoomTranStatus.
           SELECT RoomFile ASSIGN TO "ROOMMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RmRoomId
               FILE STATUS IS RoomFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RoomTranFile.
       01 RoomTranRec.
           02 RmtRoomId PIC X(8).
           02 RmtCapacity PIC 9(3).
           02 RmtRoomType PIC X(2).
           02 RmtWeeklyHours PIC 9(3).
           02 RmtStatus PIC X.
       FD RoomFile.
       COPY ROOMMS.
       WORKING-STORAGE SECTION.
       01 RoomTranStatus PIC XX VALUE "00".
           88 RoomTransAtEnd VALUE "10".
       01 RoomFileStatus PIC XX VALUE "00".
           88 RoomFileNotFound VALUE "35".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RoomsLoaded PIC 9(5) COMP VALUE ZERO.
       01 RoomsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT RoomTranFile
           OPEN I-O RoomFile
           IF RoomFileNotFound
               OPEN OUTPUT RoomFile
           END-IF
           PERFORM ReadNextRoomTran
           PERFORM LoadOneRoom UNTIL RoomTransAtEnd
           CLOSE RoomTranFile
           CLOSE RoomFile
           DISPLAY "RoomMaintenance - rooms loaded = "
                   RoomsLoaded " rejected = " RoomsRejected
           STOP RUN.

       LoadOneRoom.
           MOVE "Y" TO TranOk
           MOVE RmtRoomType TO RmRoomType
           IF RmtRoomId = SPACES
              OR RmtCapacity NOT NUMERIC
              OR RmtCapacity = ZERO
               MOVE "N" TO TranOk
               DISPLAY "RoomMaintenance - room id or capacity "
                       "missing, room " RmtRoomId " rejected"
           END-IF
           IF TranValid AND NOT RmValidRoomType
               MOVE "N" TO TranOk
               DISPLAY "RoomMaintenance - room type " RmtRoomType
                       " not LT CR LB or SR, room " RmtRoomId
                       " rejected"
           END-IF
           IF TranValid
              AND RmtStatus NOT = "A" AND RmtStatus NOT = "W"
               MOVE "N" TO TranOk
               DISPLAY "RoomMaintenance - status " RmtStatus
                       " not A or W, room " RmtRoomId " rejected"
           END-IF
           IF RmtWeeklyHours NOT NUMERIC
               MOVE ZERO TO RmtWeeklyHours
           END-IF
           IF TranValid
               MOVE RmtRoomId TO RmRoomId
               MOVE RmtCapacity TO RmCapacity
               MOVE RmtRoomType TO RmRoomType
               MOVE RmtWeeklyHours TO RmWeeklyHours
               MOVE RmtStatus TO RmStatus
               WRITE RoomRec
                   INVALID KEY
                       REWRITE RoomRec
               END-WRITE
               ADD 1 TO RoomsLoaded
           ELSE
               ADD 1 TO RoomsRejected
           END-IF
           PERFORM ReadNextRoomTran.

       ReadNextRoomTran.
           READ RoomTranFile
               AT END MOVE "10" TO RoomTranStatus
           END-READ.
