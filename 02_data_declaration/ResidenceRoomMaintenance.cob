       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResidenceRoomMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads or updates the RESROOM residence room master from
      *>   the accommodation office's feed, the RoomMaintenance
      *>   upsert pattern. A room needs a residence code, a room
      *>   number and at least one bed, and a status of A (in
      *>   service) or W (withdrawn). An existing room keeps the
      *>   occupancy the allocation run last set - the feed never
      *>   carries it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ResRoomTranFile ASSIGN TO "RESTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ResRoomTranStatus.
           SELECT ResRoomFile ASSIGN TO "RESROOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResidenceRoomKey
               FILE STATUS IS ResRoomFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ResRoomTranFile.
       01 ResRoomTranRec.
           02 RrtResidence PIC X(4).
           02 RrtRoomNo PIC X(4).
           02 RrtBeds PIC 9(2).
           02 RrtStatus PIC X.
       FD ResRoomFile.
       COPY RESROOM.
       WORKING-STORAGE SECTION.
       01 ResRoomTranStatus PIC XX VALUE "00".
           88 ResRoomTransAtEnd VALUE "10".
       01 ResRoomFileStatus PIC XX VALUE "00".
           88 ResRoomFileNotFound VALUE "35".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RoomsLoaded PIC 9(5) COMP VALUE ZERO.
       01 RoomsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT ResRoomTranFile
           OPEN I-O ResRoomFile
           IF ResRoomFileNotFound
               OPEN OUTPUT ResRoomFile
               CLOSE ResRoomFile
               OPEN I-O ResRoomFile
           END-IF
           PERFORM ReadNextResRoomTran
           PERFORM LoadOneResRoom UNTIL ResRoomTransAtEnd
           CLOSE ResRoomTranFile
           CLOSE ResRoomFile
           DISPLAY "ResidenceRoomMaintenance - rooms loaded = "
                   RoomsLoaded " rejected = " RoomsRejected
           STOP RUN.

       LoadOneResRoom.
           MOVE "Y" TO TranOk
           IF RrtResidence = SPACES OR RrtRoomNo = SPACES
              OR RrtBeds NOT NUMERIC OR RrtBeds = ZERO
               MOVE "N" TO TranOk
               DISPLAY "ResidenceRoomMaintenance - residence, room "
                       "or beds missing, room " RrtResidence "/"
                       RrtRoomNo " rejected"
           END-IF
           IF TranValid
              AND RrtStatus NOT = "A" AND RrtStatus NOT = "W"
               MOVE "N" TO TranOk
               DISPLAY "ResidenceRoomMaintenance - status "
                       RrtStatus " not A or W, room " RrtResidence
                       "/" RrtRoomNo " rejected"
           END-IF
           IF TranValid
               MOVE RrtResidence TO RrmResidence
               MOVE RrtRoomNo TO RrmRoomNo
               READ ResRoomFile
                   INVALID KEY
                       MOVE ZERO TO RrmOccupied
                       MOVE RrtBeds TO RrmBeds
                       MOVE RrtStatus TO RrmStatus
                       WRITE ResidenceRoomRec
                   NOT INVALID KEY
                       MOVE RrtBeds TO RrmBeds
                       MOVE RrtStatus TO RrmStatus
                       REWRITE ResidenceRoomRec
               END-READ
               ADD 1 TO RoomsLoaded
           ELSE
               ADD 1 TO RoomsRejected
           END-IF
           PERFORM ReadNextResRoomTran.

       ReadNextResRoomTran.
           READ ResRoomTranFile
               AT END MOVE "10" TO ResRoomTranStatus
           END-READ.
