       IDENTIFICATION DIVISION.
       PROGRAM-ID. HousingAllocation.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Housing allocation run for the term on the HOUSPARM card.
      *>   First every standing allocation is proved against the
      *>   student master: a student who has left Active status -
      *>   withdrawn, graduated, suspended - or left the master is
      *>   released and the bed freed, and a waiting application
      *>   for a student no longer active is cancelled. The beds
      *>   the remaining allocations hold give each RESROOM room
      *>   its occupancy. The term's waiting applications then go
      *>   through a SORT on priority, application date and
      *>   StudentId, and each in turn takes a free bed - in its
      *>   preferred residence when it named one with room, else
      *>   the first in-service room with a bed free anywhere. What
      *>   cannot be placed stays waiting, in the order it will be
      *>   offered, on the HOUSWAIT waiting list. Allocations and
      *>   releases print on HOUSALOC; the refreshed occupancy goes
      *>   back on RESROOM and prints per residence on HOUSOCC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HousingParmFile ASSIGN TO "HOUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HousingParmStatus.
           SELECT ApplicationFile ASSIGN TO "HOUSAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HousingApplicationKey
               FILE STATUS IS ApplicationFileStatus.
           SELECT ResRoomFile ASSIGN TO "RESROOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResidenceRoomKey
               FILE STATUS IS ResRoomFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT AllocationReport ASSIGN TO "HOUSALOC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WaitingReport ASSIGN TO "HOUSWAIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OccupancyReport ASSIGN TO "HOUSOCC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HousingSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD HousingParmFile.
       01 HousingParmRec.
           02 HspTerm PIC X(6).
       FD ApplicationFile.
       COPY HOUSAPP.
       FD ResRoomFile.
       COPY RESROOM.
       FD StudentMasterFile.
       COPY STUDREC.
       FD AllocationReport.
       01 AllocationLine PIC X(72).
       FD WaitingReport.
       01 WaitingLine PIC X(72).
       FD OccupancyReport.
       01 OccupancyLine PIC X(72).
       SD HousingSortFile.
       01 HousingSortRec.
           02 SrtPriority PIC 9.
           02 SrtApplyDate PIC 9(8).
           02 SrtStudentId PIC 9(7).
           02 SrtPreferredResidence PIC X(4).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 HousingParmStatus PIC XX VALUE "00".
           88 HousingParmNotFound VALUE "35".
       01 ApplicationFileStatus PIC XX VALUE "00".
           88 ApplicationAtEnd VALUE "10".
           88 ApplicationFileNotFound VALUE "35".
       01 ResRoomFileStatus PIC XX VALUE "00".
           88 ResRoomAtEnd VALUE "10".
           88 ResRoomFileNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 AllocationTerm PIC X(6) VALUE SPACES.
       01 StudentStillActiveFlag PIC X VALUE "N".
           88 StudentStillActive VALUE "Y".
      *>   Residence rooms, held in RESROOM key order.
       01 RoomMax PIC 9(4) VALUE 1000.
       01 RoomCount PIC 9(4) VALUE ZERO.
       01 RoomTable.
           02 RoomEntry OCCURS 1000 TIMES.
               03 RtbResidence PIC X(4).
               03 RtbRoomNo PIC X(4).
               03 RtbBeds PIC 9(2).
               03 RtbOccupied PIC 9(2).
               03 RtbInService PIC X.
       01 RoomIdx PIC 9(4) COMP VALUE ZERO.
       01 FoundRoomIdx PIC 9(4) COMP VALUE ZERO.
       01 SearchResidence PIC X(4) VALUE SPACES.
       01 SearchRoomNo PIC X(4) VALUE SPACES.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 WaitingPosition PIC 9(5) COMP VALUE ZERO.
       01 ApplicationsRead PIC 9(7) COMP VALUE ZERO.
       01 AllocationsMade PIC 9(7) COMP VALUE ZERO.
       01 AllocationsReleased PIC 9(7) COMP VALUE ZERO.
       01 ApplicationsCancelled PIC 9(7) COMP VALUE ZERO.
       01 ApplicationsWaiting PIC 9(7) COMP VALUE ZERO.
      *>   Per-residence occupancy totals for the report.
       01 CurrentResidence PIC X(4) VALUE SPACES.
       01 ResidenceRooms PIC 9(5) VALUE ZERO.
       01 ResidenceBeds PIC 9(5) VALUE ZERO.
       01 ResidenceOccupied PIC 9(5) VALUE ZERO.
       01 TotalBeds PIC 9(7) VALUE ZERO.
       01 TotalOccupied PIC 9(7) VALUE ZERO.
       01 OccupancyPct PIC 9(3)V9 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "HousingAllocation".
       01 ExceptionNumber PIC 9(4) VALUE 3205.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 AllocationHeading.
           02 FILLER PIC X(31) VALUE
               "HOUSING ALLOCATIONS FOR TERM - ".
           02 AlhTerm PIC X(6).
       01 AllocationDetail.
           02 AldAction PIC X(10).
           02 AldStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AldSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AldForename PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AldResidence PIC X(4).
           02 FILLER PIC X(1) VALUE "/".
           02 AldRoomNo PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AldTerm PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AldPriority PIC 9.
       01 WaitingHeading.
           02 FILLER PIC X(34) VALUE
               "HOUSING WAITING LIST FOR TERM - ".
           02 WthTerm PIC X(6).
       01 WaitingColumns.
           02 FILLER PIC X(41) VALUE
               "  POS  STUDENT  SURNAME       PRI APPLIED".
           02 FILLER PIC X(10) VALUE "   PREFERS".
       01 WaitingDetail.
           02 WtdPosition PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WtdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WtdSurname PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WtdPriority PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WtdApplyDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WtdPreferredResidence PIC X(4).
       01 OccupancyHeading.
           02 FILLER PIC X(36) VALUE
               "RESIDENCE OCCUPANCY FOR TERM - ".
           02 OchTerm PIC X(6).
       01 OccupancyColumns.
           02 FILLER PIC X(45) VALUE
               "RESIDENCE  ROOMS   BEDS  OCCUPIED  FREE  OCC%".
       01 OccupancyDetail.
           02 OcdResidence PIC X(9).
           02 OcdRooms PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OcdBeds PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 OcdOccupied PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OcdFree PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OcdPct PIC ZZ9.9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadHousingParm
           IF RunOk
               ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
               PERFORM LoadResidenceRooms
               OPEN INPUT StudentMasterFile
               OPEN OUTPUT AllocationReport
               MOVE AllocationTerm TO AlhTerm
               MOVE AllocationHeading TO AllocationLine
               WRITE AllocationLine
               PERFORM ReleaseInactiveStudents
               SORT HousingSortFile
                   ON ASCENDING KEY SrtPriority
                                    SrtApplyDate
                                    SrtStudentId
                   INPUT PROCEDURE IS CollectWaitingApplications
                   OUTPUT PROCEDURE IS AllocateRooms
               CLOSE StudentMasterFile
               CLOSE AllocationReport
               PERFORM StoreRoomOccupancy
               PERFORM PrintOccupancyReport
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE ApplicationsRead TO ReadForReport
           COMPUTE WrittenForReport =
                   AllocationsMade + AllocationsReleased
           MOVE ApplicationsCancelled TO RejectedForReport
           MOVE AllocationsMade TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadHousingParm.
           OPEN INPUT HousingParmFile
           IF HousingParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No HOUSPARM - allocation term not named"
                   TO ExceptionText
           ELSE
               READ HousingParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty HOUSPARM - allocation term not named"
                           TO ExceptionText
                   NOT AT END
                       MOVE HspTerm TO AllocationTerm
               END-READ
               CLOSE HousingParmFile
           END-IF
           IF RunOk AND AllocationTerm = SPACES
               MOVE "N" TO RunOkFlag
               MOVE "HOUSPARM term is blank - run refused"
                   TO ExceptionText
           END-IF.

      *>   LoadResidenceRooms takes every room with its occupancy
      *>   cleared; the standing allocations count it back up.
       LoadResidenceRooms.
           OPEN INPUT ResRoomFile
           IF NOT ResRoomFileNotFound
               PERFORM ReadNextResRoom
               PERFORM LoadOneResRoom UNTIL ResRoomAtEnd
               CLOSE ResRoomFile
           END-IF.

       LoadOneResRoom.
           IF RoomCount < RoomMax
               ADD 1 TO RoomCount
               MOVE RrmResidence TO RtbResidence(RoomCount)
               MOVE RrmRoomNo TO RtbRoomNo(RoomCount)
               MOVE RrmBeds TO RtbBeds(RoomCount)
               MOVE ZERO TO RtbOccupied(RoomCount)
               IF RrmInService
                   MOVE "Y" TO RtbInService(RoomCount)
               ELSE
                   MOVE "N" TO RtbInService(RoomCount)
               END-IF
           END-IF
           PERFORM ReadNextResRoom.

       ReadNextResRoom.
           READ ResRoomFile NEXT RECORD
               AT END MOVE "10" TO ResRoomFileStatus
           END-READ.

      *>   ReleaseInactiveStudents walks every application. An
      *>   allocation whose student has left Active status is
      *>   released whatever its term; one still standing for the
      *>   run's term occupies its bed. A waiting application for a
      *>   student no longer active is cancelled.
       ReleaseInactiveStudents.
           OPEN I-O ApplicationFile
           IF ApplicationFileNotFound
               OPEN OUTPUT ApplicationFile
               CLOSE ApplicationFile
               OPEN I-O ApplicationFile
           END-IF
           PERFORM ReadNextApplication
           PERFORM ProveOneApplication UNTIL ApplicationAtEnd
           CLOSE ApplicationFile.

       ProveOneApplication.
           ADD 1 TO ApplicationsRead
           IF HapAllocated OR HapWaiting
               PERFORM CheckStudentActive
           END-IF
           EVALUATE TRUE
               WHEN HapAllocated AND NOT StudentStillActive
                   MOVE "R" TO HapStatus
                   MOVE TodayYYYYMMDD TO HapReleasedDate
                   REWRITE HousingApplicationRec
                   ADD 1 TO AllocationsReleased
                   MOVE "RELEASED  " TO AldAction
                   PERFORM WriteAllocationLine
               WHEN HapAllocated AND HapTerm = AllocationTerm
                   MOVE HapResidence TO SearchResidence
                   MOVE HapRoomNo TO SearchRoomNo
                   PERFORM FindRoomEntry
                   IF FoundRoomIdx > ZERO
                       ADD 1 TO RtbOccupied(FoundRoomIdx)
                   END-IF
               WHEN HapWaiting AND NOT StudentStillActive
                   MOVE "X" TO HapStatus
                   REWRITE HousingApplicationRec
                   ADD 1 TO ApplicationsCancelled
                   MOVE "CANCELLED " TO AldAction
                   PERFORM WriteAllocationLine
           END-EVALUATE
           PERFORM ReadNextApplication.

       CheckStudentActive.
           MOVE "N" TO StudentStillActiveFlag
           MOVE HapStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE SPACES TO Surname
                   MOVE SPACES TO Forename
               NOT INVALID KEY
                   IF StatusActive
                       MOVE "Y" TO StudentStillActiveFlag
                   END-IF
           END-READ.

       FindRoomEntry.
           MOVE ZERO TO FoundRoomIdx
           PERFORM MatchOneRoomEntry
               VARYING RoomIdx FROM 1 BY 1
               UNTIL RoomIdx > RoomCount OR FoundRoomIdx > ZERO.

       MatchOneRoomEntry.
           IF RtbResidence(RoomIdx) = SearchResidence
              AND RtbRoomNo(RoomIdx) = SearchRoomNo
               MOVE RoomIdx TO FoundRoomIdx
           END-IF.

       CollectWaitingApplications.
           OPEN INPUT ApplicationFile
           PERFORM ReadNextApplication
           PERFORM ReleaseOneWaiting UNTIL ApplicationAtEnd
           CLOSE ApplicationFile.

       ReleaseOneWaiting.
           IF HapWaiting AND HapTerm = AllocationTerm
               MOVE HapPriority TO SrtPriority
               MOVE HapApplyDate TO SrtApplyDate
               MOVE HapStudentId TO SrtStudentId
               MOVE HapPreferredResidence TO SrtPreferredResidence
               RELEASE HousingSortRec
           END-IF
           PERFORM ReadNextApplication.

       AllocateRooms.
           OPEN I-O ApplicationFile
           OPEN OUTPUT WaitingReport
           MOVE AllocationTerm TO WthTerm
           MOVE WaitingHeading TO WaitingLine
           WRITE WaitingLine
           MOVE WaitingColumns TO WaitingLine
           WRITE WaitingLine
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneApplicant UNTIL SortReturnAtEnd
           CLOSE ApplicationFile
           CLOSE WaitingReport.

       ReturnOneApplicant.
           RETURN HousingSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PlaceOneApplicant
           END-RETURN.

       PlaceOneApplicant.
           MOVE SrtStudentId TO HapStudentId
           MOVE AllocationTerm TO HapTerm
           READ ApplicationFile
               INVALID KEY
                   MOVE ZERO TO FoundRoomIdx
               NOT INVALID KEY
                   PERFORM FindFreeBed
           END-READ
           MOVE SrtStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE SPACES TO Surname
                   MOVE SPACES TO Forename
           END-READ
           IF FoundRoomIdx > ZERO
               ADD 1 TO RtbOccupied(FoundRoomIdx)
               MOVE "A" TO HapStatus
               MOVE RtbResidence(FoundRoomIdx) TO HapResidence
               MOVE RtbRoomNo(FoundRoomIdx) TO HapRoomNo
               MOVE TodayYYYYMMDD TO HapAllocatedDate
               REWRITE HousingApplicationRec
               ADD 1 TO AllocationsMade
               MOVE "ALLOCATED " TO AldAction
               PERFORM WriteAllocationLine
           ELSE
               ADD 1 TO ApplicationsWaiting
               ADD 1 TO WaitingPosition
               MOVE WaitingPosition TO WtdPosition
               MOVE SrtStudentId TO WtdStudentId
               MOVE Surname TO WtdSurname
               MOVE SrtPriority TO WtdPriority
               MOVE SrtApplyDate TO WtdApplyDate
               MOVE SrtPreferredResidence TO WtdPreferredResidence
               MOVE WaitingDetail TO WaitingLine
               WRITE WaitingLine
           END-IF.

      *>   FindFreeBed tries the preferred residence first, then
      *>   any residence, taking the first in-service room in key
      *>   order with a bed to spare.
       FindFreeBed.
           MOVE ZERO TO FoundRoomIdx
           IF SrtPreferredResidence NOT = SPACES
               MOVE SrtPreferredResidence TO SearchResidence
               PERFORM TryOneRoom
                   VARYING RoomIdx FROM 1 BY 1
                   UNTIL RoomIdx > RoomCount OR FoundRoomIdx > ZERO
           END-IF
           IF FoundRoomIdx = ZERO
               MOVE SPACES TO SearchResidence
               PERFORM TryOneRoom
                   VARYING RoomIdx FROM 1 BY 1
                   UNTIL RoomIdx > RoomCount OR FoundRoomIdx > ZERO
           END-IF.

       TryOneRoom.
           IF RtbInService(RoomIdx) = "Y"
              AND RtbOccupied(RoomIdx) < RtbBeds(RoomIdx)
              AND (SearchResidence = SPACES
                   OR RtbResidence(RoomIdx) = SearchResidence)
               MOVE RoomIdx TO FoundRoomIdx
           END-IF.

       WriteAllocationLine.
           MOVE HapStudentId TO AldStudentId
           MOVE Surname TO AldSurname
           MOVE Forename TO AldForename
           MOVE HapResidence TO AldResidence
           MOVE HapRoomNo TO AldRoomNo
           MOVE HapTerm TO AldTerm
           MOVE HapPriority TO AldPriority
           MOVE AllocationDetail TO AllocationLine
           WRITE AllocationLine.

      *>   StoreRoomOccupancy writes the refreshed occupancy back
      *>   onto each RESROOM room.
       StoreRoomOccupancy.
           OPEN I-O ResRoomFile
           IF NOT ResRoomFileNotFound
               PERFORM StoreOneRoom
                   VARYING RoomIdx FROM 1 BY 1
                   UNTIL RoomIdx > RoomCount
               CLOSE ResRoomFile
           END-IF.

       StoreOneRoom.
           MOVE RtbResidence(RoomIdx) TO RrmResidence
           MOVE RtbRoomNo(RoomIdx) TO RrmRoomNo
           READ ResRoomFile
               NOT INVALID KEY
                   MOVE RtbOccupied(RoomIdx) TO RrmOccupied
                   REWRITE ResidenceRoomRec
           END-READ.

       PrintOccupancyReport.
           OPEN OUTPUT OccupancyReport
           MOVE AllocationTerm TO OchTerm
           MOVE OccupancyHeading TO OccupancyLine
           WRITE OccupancyLine
           MOVE OccupancyColumns TO OccupancyLine
           WRITE OccupancyLine
           MOVE ZERO TO TotalBeds
           MOVE ZERO TO TotalOccupied
           PERFORM TotalOneRoom
               VARYING RoomIdx FROM 1 BY 1
               UNTIL RoomIdx > RoomCount
           IF RoomCount > ZERO
               PERFORM PrintResidenceLine
           END-IF
           MOVE "ALL" TO CurrentResidence
           MOVE RoomCount TO ResidenceRooms
           MOVE TotalBeds TO ResidenceBeds
           MOVE TotalOccupied TO ResidenceOccupied
           PERFORM PrintResidenceLine
           CLOSE OccupancyReport.

       TotalOneRoom.
           IF RoomIdx = 1
              OR RtbResidence(RoomIdx) NOT = CurrentResidence
               IF RoomIdx > 1
                   PERFORM PrintResidenceLine
               END-IF
               MOVE RtbResidence(RoomIdx) TO CurrentResidence
               MOVE ZERO TO ResidenceRooms
               MOVE ZERO TO ResidenceBeds
               MOVE ZERO TO ResidenceOccupied
           END-IF
           ADD 1 TO ResidenceRooms
           IF RtbInService(RoomIdx) = "Y"
               ADD RtbBeds(RoomIdx) TO ResidenceBeds
               ADD RtbBeds(RoomIdx) TO TotalBeds
           END-IF
           ADD RtbOccupied(RoomIdx) TO ResidenceOccupied
           ADD RtbOccupied(RoomIdx) TO TotalOccupied.

       PrintResidenceLine.
           MOVE CurrentResidence TO OcdResidence
           MOVE ResidenceRooms TO OcdRooms
           MOVE ResidenceBeds TO OcdBeds
           MOVE ResidenceOccupied TO OcdOccupied
           IF ResidenceOccupied < ResidenceBeds
               COMPUTE OcdFree = ResidenceBeds - ResidenceOccupied
           ELSE
               MOVE ZERO TO OcdFree
           END-IF
           IF ResidenceBeds > ZERO
               COMPUTE OccupancyPct ROUNDED =
                       ResidenceOccupied * 100 / ResidenceBeds
                   ON SIZE ERROR
                       MOVE 999.9 TO OccupancyPct
               END-COMPUTE
           ELSE
               MOVE ZERO TO OccupancyPct
           END-IF
           MOVE OccupancyPct TO OcdPct
           MOVE OccupancyDetail TO OccupancyLine
           WRITE OccupancyLine.

       ReadNextApplication.
           READ ApplicationFile NEXT RECORD
               AT END MOVE "10" TO ApplicationFileStatus
           END-READ.
