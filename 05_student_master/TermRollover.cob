       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermRollover.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Term rollover. Builds the next term's timetable from a
      *>   term already on CRSSECT instead of the clerk re-keying it
      *>   section by section. The ROLLPARM card names the source
      *>   term, the target term, the run mode - P (proof, the
      *>   default) lists what would be built and writes nothing,
      *>   C commits it - and R in the replace flag to rebuild a
      *>   target term that already has sections.
      *>   Every source-term section is copied under the target
      *>   SecTerm with its room, meeting pattern, capacity and
      *>   teaching assignment and SecEnrolledCount reset to zero,
      *>   except sections of a course the catalog marks cancelled
      *>   (or no longer carries). The ROLLADJ adjustments are
      *>   applied on the way: D drops a source section, R resizes
      *>   one to a new SecMaxEnrollment, A adds a new section with
      *>   its full pattern. A resize or add must fit the room's
      *>   seat capacity on ROOMMS, and an add may not clash on room
      *>   or instructor with a section already in the new term -
      *>   the CourseSectionMaintenance rules. Adjustments that
      *>   cannot be applied are listed as rejected.
      *>   Everything prints on the ROLLPRF proof list. The run is
      *>   refused when the target term is not on TERMCAL, the
      *>   source term has no sections, or the target term already
      *>   has sections and replace was not asked for; replace is
      *>   refused too while any target section holds enrollments.
      *>   2026-10-15  Demand check: when a SectionDemandForecast
      *>   file (DEMFCST) for the target term is supplied, the proof
      *>   list ends with every course whose section count as built
      *>   differs from the forecast's recommendation, so the
      *>   adjustments can be keyed before the commit run.
      *>   2026-10-15  A copied or added section's instructor must
      *>   be on INSTRMS and active, the CourseSectionMaintenance
      *>   rule; a source section failing it is skipped and an add
      *>   rejected, both on the proof list. With no INSTRMS on
      *>   file no section naming an instructor is built.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RolloverParmFile ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RolloverParmStatus.
           SELECT AdjustmentFile ASSIGN TO "ROLLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AdjustmentFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
           SELECT CourseFile ASSIGN TO "COURSEMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CourseID OF CourseRec
               FILE STATUS IS CourseFileStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT RoomFile ASSIGN TO "ROOMMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RmRoomId
               FILE STATUS IS RoomFileStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
           SELECT ForecastFile ASSIGN TO "DEMFCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ForecastFileStatus.
           SELECT ProofReport ASSIGN TO "ROLLPRF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RolloverParmFile.
       01 RolloverParmRec.
           02 RlpFromTerm PIC X(6).
           02 RlpToTerm PIC X(6).
           02 RlpRunMode PIC X.
           02 RlpReplace PIC X.
       FD AdjustmentFile.
       01 AdjustmentRec.
           02 AdrAction PIC X.
           02 AdrCourseID PIC X(5).
           02 AdrSectionNo PIC 9(2).
           02 AdrRoom PIC X(8).
           02 AdrMeetDays PIC X(7).
           02 AdrStartTime PIC 9(4).
           02 AdrEndTime PIC 9(4).
           02 AdrMaxEnrollment PIC 9(3).
           02 AdrInstructorId PIC X(6).
       FD SectionFile.
       COPY CRSSECT.
       FD CourseFile.
       COPY COURSEREC.
       FD TermFile.
       COPY TERMCAL.
       FD RoomFile.
       COPY ROOMMS.
       FD InstructorFile.
       COPY INSTRMS.
       FD ForecastFile.
       COPY DEMFCST.
       FD ProofReport.
       01 ProofLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 RolloverParmStatus PIC XX VALUE "00".
           88 RolloverParmNotFound VALUE "35".
       01 AdjustmentFileStatus PIC XX VALUE "00".
           88 AdjustmentAtEnd VALUE "10".
           88 AdjustmentFileNotFound VALUE "35".
       01 SectionFileStatus PIC XX VALUE "00".
           88 SectionAtEnd VALUE "10".
       01 CourseFileStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
       01 RoomFileStatus PIC XX VALUE "00".
           88 RoomFileNotFound VALUE "35".
       01 InstructorFileStatus PIC XX VALUE "00".
           88 InstructorFileNotFound VALUE "35".
       01 InstructorFileOpenFlag PIC X VALUE "N".
           88 InstructorFileOpen VALUE "Y".
       01 ForecastFileStatus PIC XX VALUE "00".
           88 ForecastAtEnd VALUE "10".
           88 ForecastFileNotFound VALUE "35".
       01 RoomFileOpenFlag PIC X VALUE "N".
           88 RoomFileOpen VALUE "Y".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 FromTerm PIC X(6) VALUE SPACES.
       01 ToTerm PIC X(6) VALUE SPACES.
       01 CommitModeFlag PIC X VALUE "N".
           88 CommitMode VALUE "Y".
       01 ReplaceModeFlag PIC X VALUE "N".
           88 ReplaceMode VALUE "Y".
       01 SourceSections PIC 9(5) COMP VALUE ZERO.
       01 TargetSections PIC 9(5) COMP VALUE ZERO.
       01 TargetEnrolledSections PIC 9(5) COMP VALUE ZERO.
      *>   Adjustments, loaded whole before the source term is read.
       01 AdjustMax PIC 9(3) VALUE 300.
       01 AdjustCount PIC 9(3) VALUE ZERO.
       01 AdjustTable.
           02 AdjustEntry OCCURS 300 TIMES.
               03 AdjAction PIC X.
                   88 AdjAdd VALUE "A".
                   88 AdjDrop VALUE "D".
                   88 AdjResize VALUE "R".
               03 AdjCourseID PIC X(5).
               03 AdjSectionNo PIC 9(2).
               03 AdjRoom PIC X(8).
               03 AdjMeetDays PIC X(7).
               03 AdjStartTime PIC 9(4).
               03 AdjEndTime PIC 9(4).
               03 AdjMaxEnrollment PIC 9(3).
               03 AdjInstructorId PIC X(6).
               03 AdjUsedFlag PIC X.
       01 AdjustIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundAdjustIdx PIC 9(3) COMP VALUE ZERO.
      *>   The new term's sections, built in memory and written
      *>   only in commit mode.
       01 NewSectionMax PIC 9(4) VALUE 1000.
       01 NewSectionCount PIC 9(4) VALUE ZERO.
       01 NewSectionTable.
           02 NewSectionEntry OCCURS 1000 TIMES.
               03 NstCourseID PIC X(5).
               03 NstSectionNo PIC 9(2).
               03 NstRoom PIC X(8).
               03 NstMeetDays PIC X(7).
               03 NstStartTime PIC 9(4).
               03 NstEndTime PIC 9(4).
               03 NstMaxEnrollment PIC 9(3).
               03 NstInstructorId PIC X(6).
       01 NewSectionIdx PIC 9(4) COMP VALUE ZERO.
      *>   The section in hand, proved before it joins the table.
       01 Candidate.
           02 CndCourseID PIC X(5).
           02 CndSectionNo PIC 9(2).
           02 CndRoom PIC X(8).
           02 CndMeetDays PIC X(7).
           02 CndStartTime PIC 9(4).
           02 CndEndTime PIC 9(4).
           02 CndMaxEnrollment PIC 9(3).
           02 CndInstructorId PIC X(6).
       01 CandidateOkFlag PIC X VALUE "Y".
           88 CandidateOk VALUE "Y".
       01 CandidateNote PIC X(24) VALUE SPACES.
       01 ProofAction PIC X(9) VALUE SPACES.
       01 MeetDayIdx PIC 9 COMP VALUE ZERO.
       01 DaysOverlapFlag PIC X VALUE "N".
           88 DaysOverlap VALUE "Y".
       01 BuiltSectionCount PIC 9(3) VALUE ZERO.
       01 ForecastsChecked PIC 9(5) COMP VALUE ZERO.
       01 ForecastsDiffering PIC 9(5) COMP VALUE ZERO.
       01 SectionsCopied PIC 9(5) COMP VALUE ZERO.
       01 SectionsResized PIC 9(5) COMP VALUE ZERO.
       01 SectionsAdded PIC 9(5) COMP VALUE ZERO.
       01 SectionsDropped PIC 9(5) COMP VALUE ZERO.
       01 SectionsSkipped PIC 9(5) COMP VALUE ZERO.
       01 AdjustmentsRejected PIC 9(5) COMP VALUE ZERO.
       01 SectionsWritten PIC 9(5) COMP VALUE ZERO.
       01 SectionsReplaced PIC 9(5) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "TermRollover".
       01 ExceptionNumber PIC 9(4) VALUE 3206.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ProofHeading.
           02 FILLER PIC X(18) VALUE "TERM ROLLOVER FROM".
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrhFromTerm PIC X(6).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PrhToTerm PIC X(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 PrhMode PIC X(30).
       01 ProofDetail.
           02 PrdAction PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdCourseID PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdSectionNo PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdRoom PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdMeetDays PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdStartTime PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 PrdEndTime PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdMaxEnrollment PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdInstructorId PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PrdNote PIC X(14).
       01 ProofTotals.
           02 FILLER PIC X(8) VALUE "COPIED: ".
           02 PrtCopied PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  RESIZED:".
           02 PrtResized PIC ZZZ9.
           02 FILLER PIC X(8) VALUE "  ADDED:".
           02 PrtAdded PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  DROPPED:".
           02 PrtDropped PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  SKIPPED:".
           02 PrtSkipped PIC ZZZ9.
       01 DemandCheckHeading.
           02 FILLER PIC X(36) VALUE
               "DEMAND CHECK - COURSE   BUILT  NEED ".
           02 FILLER PIC X(24) VALUE "  PROJECTED  FORECAST".
       01 DemandCheckLine.
           02 FILLER PIC X(15) VALUE SPACES.
           02 DclCourseID PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DclBuilt PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DclNeed PIC ZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 DclProjected PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DclAction PIC X(14).
       01 DemandCheckTotals.
           02 FILLER PIC X(26) VALUE "DEMAND CHECK - FORECASTS: ".
           02 DctChecked PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  DIFFERING: ".
           02 DctDiffering PIC ZZZZ9.
       01 ProofCommitLine.
           02 FILLER PIC X(30) VALUE "COMMITTED - SECTIONS WRITTEN: ".
           02 PrcWritten PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  REPLACED: ".
           02 PrcReplaced PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRolloverParm
           OPEN OUTPUT ProofReport
           MOVE FromTerm TO PrhFromTerm
           MOVE ToTerm TO PrhToTerm
           IF CommitMode
               MOVE "COMMIT RUN" TO PrhMode
           ELSE
               MOVE "PROOF LIST - NOTHING WRITTEN" TO PrhMode
           END-IF
           MOVE ProofHeading TO ProofLine
           WRITE ProofLine
           OPEN INPUT CourseFile
           MOVE "Y" TO RoomFileOpenFlag
           OPEN INPUT RoomFile
           IF RoomFileNotFound
               MOVE "N" TO RoomFileOpenFlag
           END-IF
           MOVE "Y" TO InstructorFileOpenFlag
           OPEN INPUT InstructorFile
           IF InstructorFileNotFound
               MOVE "N" TO InstructorFileOpenFlag
           END-IF
           IF RunOk
               PERFORM ProveTargetTerm
           END-IF
           IF RunOk
               PERFORM LoadAdjustments
               PERFORM BuildFromSourceTerm
           END-IF
           IF RunOk
               PERFORM ApplyAddAdjustments
               PERFORM ListUnusedAdjustments
               PERFORM PrintProofTotals
               PERFORM CheckAgainstForecast
           END-IF
           IF RunOk AND CommitMode
               PERFORM CommitNewTerm
           END-IF
           CLOSE CourseFile
           IF RoomFileOpen
               CLOSE RoomFile
           END-IF
           IF InstructorFileOpen
               CLOSE InstructorFile
           END-IF
           IF NOT RunOk
               MOVE ExceptionText TO ProofLine
               WRITE ProofLine
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE ProofReport
           MOVE SourceSections TO ReadForReport
           MOVE SectionsWritten TO WrittenForReport
           MOVE AdjustmentsRejected TO RejectedForReport
           MOVE NewSectionCount TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadRolloverParm.
           OPEN INPUT RolloverParmFile
           IF RolloverParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No ROLLPARM - source and target terms not named"
                   TO ExceptionText
           ELSE
               READ RolloverParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty ROLLPARM - run refused"
                           TO ExceptionText
                   NOT AT END
                       MOVE RlpFromTerm TO FromTerm
                       MOVE RlpToTerm TO ToTerm
                       IF RlpRunMode = "C"
                           MOVE "Y" TO CommitModeFlag
                       END-IF
                       IF RlpReplace = "R"
                           MOVE "Y" TO ReplaceModeFlag
                       END-IF
               END-READ
               CLOSE RolloverParmFile
           END-IF
           IF RunOk
              AND (FromTerm = SPACES OR ToTerm = SPACES
                   OR FromTerm = ToTerm)
               MOVE "N" TO RunOkFlag
               MOVE "ROLLPARM terms blank or the same - run refused"
                   TO ExceptionText
           END-IF.

       ProveTargetTerm.
           OPEN INPUT TermFile
           MOVE ToTerm TO TrmTerm
           READ TermFile
               INVALID KEY
                   MOVE "N" TO RunOkFlag
                   MOVE "Target term not on TERMCAL - set it up first"
                       TO ExceptionText
           END-READ
           CLOSE TermFile.

       LoadAdjustments.
           OPEN INPUT AdjustmentFile
           IF NOT AdjustmentFileNotFound
               PERFORM ReadNextAdjustment
               PERFORM LoadOneAdjustment UNTIL AdjustmentAtEnd
               CLOSE AdjustmentFile
           END-IF.

       LoadOneAdjustment.
           IF AdjustCount < AdjustMax
               ADD 1 TO AdjustCount
               MOVE AdrAction TO AdjAction(AdjustCount)
               MOVE AdrCourseID TO AdjCourseID(AdjustCount)
               MOVE AdrSectionNo TO AdjSectionNo(AdjustCount)
               MOVE AdrRoom TO AdjRoom(AdjustCount)
               MOVE AdrMeetDays TO AdjMeetDays(AdjustCount)
               MOVE AdrStartTime TO AdjStartTime(AdjustCount)
               MOVE AdrEndTime TO AdjEndTime(AdjustCount)
               MOVE AdrMaxEnrollment TO AdjMaxEnrollment(AdjustCount)
               MOVE AdrInstructorId TO AdjInstructorId(AdjustCount)
               MOVE "N" TO AdjUsedFlag(AdjustCount)
           ELSE
               ADD 1 TO AdjustmentsRejected
               MOVE AdrCourseID TO CndCourseID
               MOVE AdrSectionNo TO CndSectionNo
               MOVE "REJECTED" TO ProofAction
               MOVE "TABLE FULL" TO CandidateNote
               PERFORM WriteAdjustmentLine
           END-IF
           PERFORM ReadNextAdjustment.

      *>   BuildFromSourceTerm reads the whole section file - it is
      *>   keyed CourseID-major, so a term is scattered through it -
      *>   counting what the target term already holds and taking
      *>   each source-term section through the adjustments.
       BuildFromSourceTerm.
           OPEN INPUT SectionFile
           PERFORM ReadNextSection
           PERFORM TakeOneSection UNTIL SectionAtEnd
           CLOSE SectionFile
           EVALUATE TRUE
               WHEN SourceSections = ZERO
                   MOVE "N" TO RunOkFlag
                   MOVE "Source term has no sections - run refused"
                       TO ExceptionText
               WHEN TargetSections > ZERO AND NOT ReplaceMode
                   MOVE "N" TO RunOkFlag
                   MOVE "Target term already has sections - no replace"
                       TO ExceptionText
               WHEN TargetEnrolledSections > ZERO
                   MOVE "N" TO RunOkFlag
                   MOVE "Target term sections hold enrollments"
                       TO ExceptionText
           END-EVALUATE.

       TakeOneSection.
           IF SecTerm = ToTerm
               ADD 1 TO TargetSections
               IF SecEnrolledCount > ZERO
                   ADD 1 TO TargetEnrolledSections
               END-IF
           END-IF
           IF SecTerm = FromTerm
               ADD 1 TO SourceSections
               PERFORM RollOneSection
           END-IF
           PERFORM ReadNextSection.

       RollOneSection.
           MOVE SecCourseID TO CndCourseID
           MOVE SecSectionNo TO CndSectionNo
           MOVE SecRoom TO CndRoom
           MOVE SecMeetDays TO CndMeetDays
           MOVE SecStartTime TO CndStartTime
           MOVE SecEndTime TO CndEndTime
           MOVE SecMaxEnrollment TO CndMaxEnrollment
           MOVE SecInstructorId TO CndInstructorId
           MOVE "Y" TO CandidateOkFlag
           MOVE SPACES TO CandidateNote
           MOVE "COPIED" TO ProofAction
           PERFORM ProveCourseRunning
           IF CandidateOk
               PERFORM ProveInstructorActive
           END-IF
           IF NOT CandidateOk
               ADD 1 TO SectionsSkipped
               MOVE "SKIPPED" TO ProofAction
               PERFORM WriteProofLine
           ELSE
               PERFORM FindSourceAdjustment
               IF FoundAdjustIdx > ZERO
                   MOVE "Y" TO AdjUsedFlag(FoundAdjustIdx)
               END-IF
               EVALUATE TRUE
                   WHEN FoundAdjustIdx = ZERO
                       PERFORM KeepCandidate
                       ADD 1 TO SectionsCopied
                   WHEN AdjDrop(FoundAdjustIdx)
                       ADD 1 TO SectionsDropped
                       MOVE "DROPPED" TO ProofAction
                       PERFORM WriteProofLine
                   WHEN AdjResize(FoundAdjustIdx)
                       PERFORM ResizeCandidate
                   WHEN OTHER
      *>   An add naming a section the source term already has is
      *>   a keying slip; the section copies as it stands.
                       ADD 1 TO AdjustmentsRejected
                       PERFORM KeepCandidate
                       ADD 1 TO SectionsCopied
                       MOVE "REJECTED" TO ProofAction
                       MOVE "ADD - EXISTS" TO CandidateNote
                       PERFORM WriteProofLine
               END-EVALUATE
           END-IF.

       ResizeCandidate.
           MOVE AdjMaxEnrollment(FoundAdjustIdx) TO CndMaxEnrollment
           PERFORM CheckRoomCapacity
           IF CandidateOk
               MOVE "RESIZED" TO ProofAction
               PERFORM KeepCandidate
               ADD 1 TO SectionsResized
           ELSE
               ADD 1 TO AdjustmentsRejected
               MOVE "REJECTED" TO ProofAction
               PERFORM WriteProofLine
               MOVE SecMaxEnrollment TO CndMaxEnrollment
               MOVE "Y" TO CandidateOkFlag
               MOVE SPACES TO CandidateNote
               MOVE "COPIED" TO ProofAction
               PERFORM KeepCandidate
               ADD 1 TO SectionsCopied
           END-IF.

       KeepCandidate.
           IF NewSectionCount < NewSectionMax
               ADD 1 TO NewSectionCount
               MOVE Candidate TO NewSectionEntry(NewSectionCount)
               PERFORM WriteProofLine
           ELSE
               MOVE "N" TO RunOkFlag
               MOVE "More sections than the rollover table holds"
                   TO ExceptionText
           END-IF.

       ProveCourseRunning.
           MOVE CndCourseID TO CourseID OF CourseRec
           READ CourseFile
               INVALID KEY
                   MOVE "N" TO CandidateOkFlag
                   MOVE "NOT ON CATALOG" TO CandidateNote
               NOT INVALID KEY
                   IF CourseCancelled
                       MOVE "N" TO CandidateOkFlag
                       MOVE "COURSE CANCELLED" TO CandidateNote
                   END-IF
           END-READ.

      *>   ProveInstructorActive - a section teaching under a named
      *>   instructor needs that instructor on INSTRMS and active;
      *>   with no instructor master on file it cannot be proved.
      *>   A section with no instructor yet stands.
       ProveInstructorActive.
           IF CndInstructorId NOT = SPACES
               IF NOT InstructorFileOpen
                   MOVE "N" TO CandidateOkFlag
                   MOVE "NO INSTRMS" TO CandidateNote
               ELSE
                   MOVE CndInstructorId TO InsInstructorId
                   READ InstructorFile
                       INVALID KEY
                           MOVE "N" TO CandidateOkFlag
                           MOVE "INSTR UNKNOWN" TO CandidateNote
                       NOT INVALID KEY
                           IF NOT InsActive
                               MOVE "N" TO CandidateOkFlag
                               MOVE "INSTR INACTIVE"
                                   TO CandidateNote
                           END-IF
                   END-READ
               END-IF
           END-IF.

       FindSourceAdjustment.
           MOVE ZERO TO FoundAdjustIdx
           PERFORM MatchOneAdjustment
               VARYING AdjustIdx FROM 1 BY 1
               UNTIL AdjustIdx > AdjustCount OR FoundAdjustIdx > ZERO.

       MatchOneAdjustment.
           IF AdjCourseID(AdjustIdx) = CndCourseID
              AND AdjSectionNo(AdjustIdx) = CndSectionNo
              AND AdjUsedFlag(AdjustIdx) = "N"
               MOVE AdjustIdx TO FoundAdjustIdx
           END-IF.

      *>   CheckRoomCapacity - a section may not seat more than its
      *>   room holds. With no room master on file capacity cannot
      *>   be proved and the section stands as keyed.
       CheckRoomCapacity.
           IF CndRoom NOT = SPACES AND RoomFileOpen
               MOVE CndRoom TO RmRoomId
               READ RoomFile
                   INVALID KEY
                       MOVE "N" TO CandidateOkFlag
                       MOVE "ROOM NOT ON FILE" TO CandidateNote
                   NOT INVALID KEY
                       IF NOT RmInService
                           MOVE "N" TO CandidateOkFlag
                           MOVE "ROOM WITHDRAWN" TO CandidateNote
                       END-IF
                       IF CndMaxEnrollment > RmCapacity
                           MOVE "N" TO CandidateOkFlag
                           MOVE "OVER ROOM CAPACITY" TO CandidateNote
                       END-IF
               END-READ
           END-IF.

      *>   ApplyAddAdjustments builds each new section asked for.
       ApplyAddAdjustments.
           PERFORM ApplyOneAdd
               VARYING AdjustIdx FROM 1 BY 1
               UNTIL AdjustIdx > AdjustCount OR NOT RunOk.

       ApplyOneAdd.
           IF AdjAdd(AdjustIdx) AND AdjUsedFlag(AdjustIdx) = "N"
               MOVE "Y" TO AdjUsedFlag(AdjustIdx)
               MOVE AdjCourseID(AdjustIdx) TO CndCourseID
               MOVE AdjSectionNo(AdjustIdx) TO CndSectionNo
               MOVE AdjRoom(AdjustIdx) TO CndRoom
               MOVE AdjMeetDays(AdjustIdx) TO CndMeetDays
               MOVE AdjStartTime(AdjustIdx) TO CndStartTime
               MOVE AdjEndTime(AdjustIdx) TO CndEndTime
               MOVE AdjMaxEnrollment(AdjustIdx) TO CndMaxEnrollment
               MOVE AdjInstructorId(AdjustIdx) TO CndInstructorId
               MOVE "Y" TO CandidateOkFlag
               MOVE SPACES TO CandidateNote
               MOVE "ADDED" TO ProofAction
               PERFORM ProveCourseRunning
               IF CandidateOk
                   PERFORM ProveInstructorActive
               END-IF
               IF CandidateOk
                   PERFORM CheckRoomCapacity
               END-IF
               IF CandidateOk
                   PERFORM CheckNewTermClashes
               END-IF
               IF CandidateOk
                   PERFORM KeepCandidate
                   ADD 1 TO SectionsAdded
               ELSE
                   ADD 1 TO AdjustmentsRejected
                   MOVE "REJECTED" TO ProofAction
                   PERFORM WriteProofLine
               END-IF
           END-IF.

      *>   CheckNewTermClashes compares an added section with every
      *>   section already in the new term: the same section number
      *>   twice, or an overlapping meeting in the same room or
      *>   with the same instructor, refuses it.
       CheckNewTermClashes.
           PERFORM CompareWithNewSection
               VARYING NewSectionIdx FROM 1 BY 1
               UNTIL NewSectionIdx > NewSectionCount
                  OR NOT CandidateOk.

       CompareWithNewSection.
           IF NstCourseID(NewSectionIdx) = CndCourseID
              AND NstSectionNo(NewSectionIdx) = CndSectionNo
               MOVE "N" TO CandidateOkFlag
               MOVE "SECTION EXISTS" TO CandidateNote
           ELSE
               MOVE "N" TO DaysOverlapFlag
               PERFORM CompareOneMeetingDay
                   VARYING MeetDayIdx FROM 1 BY 1
                   UNTIL MeetDayIdx > 7 OR DaysOverlap
               IF DaysOverlap
                  AND CndStartTime < NstEndTime(NewSectionIdx)
                  AND NstStartTime(NewSectionIdx) < CndEndTime
                   IF CndRoom NOT = SPACES
                      AND NstRoom(NewSectionIdx) = CndRoom
                       MOVE "N" TO CandidateOkFlag
                       MOVE "ROOM CLASH" TO CandidateNote
                   END-IF
                   IF CndInstructorId NOT = SPACES
                      AND NstInstructorId(NewSectionIdx)
                          = CndInstructorId
                       MOVE "N" TO CandidateOkFlag
                       MOVE "INSTRUCTOR CLASH" TO CandidateNote
                   END-IF
               END-IF
           END-IF.

       CompareOneMeetingDay.
           IF CndMeetDays(MeetDayIdx:1) = "Y"
              AND NstMeetDays(NewSectionIdx)(MeetDayIdx:1) = "Y"
               MOVE "Y" TO DaysOverlapFlag
           END-IF.

      *>   ListUnusedAdjustments - a drop or resize naming a section
      *>   the source term does not have changed nothing.
       ListUnusedAdjustments.
           PERFORM ListOneUnusedAdjustment
               VARYING AdjustIdx FROM 1 BY 1
               UNTIL AdjustIdx > AdjustCount.

       ListOneUnusedAdjustment.
           IF AdjUsedFlag(AdjustIdx) = "N"
               ADD 1 TO AdjustmentsRejected
               MOVE AdjCourseID(AdjustIdx) TO CndCourseID
               MOVE AdjSectionNo(AdjustIdx) TO CndSectionNo
               MOVE "REJECTED" TO ProofAction
               IF AdjDrop(AdjustIdx) OR AdjResize(AdjustIdx)
                   MOVE "NO SUCH SECTION" TO CandidateNote
               ELSE
                   MOVE "UNKNOWN ACTION" TO CandidateNote
               END-IF
               PERFORM WriteAdjustmentLine
           END-IF.

       WriteAdjustmentLine.
           MOVE SPACES TO CndRoom
           MOVE SPACES TO CndMeetDays
           MOVE ZERO TO CndStartTime
           MOVE ZERO TO CndEndTime
           MOVE ZERO TO CndMaxEnrollment
           MOVE SPACES TO CndInstructorId
           PERFORM WriteProofLine.

       WriteProofLine.
           MOVE ProofAction TO PrdAction
           MOVE CndCourseID TO PrdCourseID
           MOVE CndSectionNo TO PrdSectionNo
           MOVE CndRoom TO PrdRoom
           MOVE CndMeetDays TO PrdMeetDays
           MOVE CndStartTime TO PrdStartTime
           MOVE CndEndTime TO PrdEndTime
           MOVE CndMaxEnrollment TO PrdMaxEnrollment
           MOVE CndInstructorId TO PrdInstructorId
           MOVE CandidateNote TO PrdNote
           MOVE ProofDetail TO ProofLine
           WRITE ProofLine.

       PrintProofTotals.
           MOVE SPACES TO ProofLine
           WRITE ProofLine
           MOVE SectionsCopied TO PrtCopied
           MOVE SectionsResized TO PrtResized
           MOVE SectionsAdded TO PrtAdded
           MOVE SectionsDropped TO PrtDropped
           MOVE SectionsSkipped TO PrtSkipped
           MOVE ProofTotals TO ProofLine
           WRITE ProofLine.

      *>   CheckAgainstForecast reads the demand forecast for the
      *>   target term, if one was supplied, and lists each course
      *>   built with more or fewer sections than it recommends.
       CheckAgainstForecast.
           OPEN INPUT ForecastFile
           IF NOT ForecastFileNotFound
               MOVE SPACES TO ProofLine
               WRITE ProofLine
               MOVE DemandCheckHeading TO ProofLine
               WRITE ProofLine
               PERFORM ReadNextForecast
               PERFORM CheckOneForecast UNTIL ForecastAtEnd
               CLOSE ForecastFile
               MOVE ForecastsChecked TO DctChecked
               MOVE ForecastsDiffering TO DctDiffering
               MOVE DemandCheckTotals TO ProofLine
               WRITE ProofLine
           END-IF.

       CheckOneForecast.
           IF DfcTerm = ToTerm
               ADD 1 TO ForecastsChecked
               MOVE ZERO TO BuiltSectionCount
               PERFORM CountBuiltSection
                   VARYING NewSectionIdx FROM 1 BY 1
                   UNTIL NewSectionIdx > NewSectionCount
               IF BuiltSectionCount NOT = DfcRecommendedSections
                   ADD 1 TO ForecastsDiffering
                   MOVE DfcCourseID TO DclCourseID
                   MOVE BuiltSectionCount TO DclBuilt
                   MOVE DfcRecommendedSections TO DclNeed
                   MOVE DfcProjected TO DclProjected
                   IF BuiltSectionCount < DfcRecommendedSections
                       MOVE "ADD SECTIONS" TO DclAction
                   ELSE
                       MOVE "CLOSE SECTIONS" TO DclAction
                   END-IF
                   MOVE DemandCheckLine TO ProofLine
                   WRITE ProofLine
               END-IF
           END-IF
           PERFORM ReadNextForecast.

       CountBuiltSection.
           IF NstCourseID(NewSectionIdx) = DfcCourseID
               ADD 1 TO BuiltSectionCount
           END-IF.

       ReadNextForecast.
           READ ForecastFile
               AT END MOVE "10" TO ForecastFileStatus
           END-READ.

      *>   CommitNewTerm clears the target term first when replacing
      *>   it, then writes the new sections with no one enrolled.
       CommitNewTerm.
           OPEN I-O SectionFile
           IF ReplaceMode AND TargetSections > ZERO
               PERFORM ReadNextSection
               PERFORM ClearOneTargetSection UNTIL SectionAtEnd
           END-IF
           PERFORM WriteOneNewSection
               VARYING NewSectionIdx FROM 1 BY 1
               UNTIL NewSectionIdx > NewSectionCount
           CLOSE SectionFile
           MOVE SectionsWritten TO PrcWritten
           MOVE SectionsReplaced TO PrcReplaced
           MOVE ProofCommitLine TO ProofLine
           WRITE ProofLine.

       ClearOneTargetSection.
           IF SecTerm = ToTerm
               DELETE SectionFile
                   NOT INVALID KEY
                       ADD 1 TO SectionsReplaced
               END-DELETE
           END-IF
           PERFORM ReadNextSection.

       WriteOneNewSection.
           MOVE NstCourseID(NewSectionIdx) TO SecCourseID
           MOVE ToTerm TO SecTerm
           MOVE NstSectionNo(NewSectionIdx) TO SecSectionNo
           MOVE NstRoom(NewSectionIdx) TO SecRoom
           MOVE NstMeetDays(NewSectionIdx) TO SecMeetDays
           MOVE NstStartTime(NewSectionIdx) TO SecStartTime
           MOVE NstEndTime(NewSectionIdx) TO SecEndTime
           MOVE NstMaxEnrollment(NewSectionIdx) TO SecMaxEnrollment
           MOVE ZERO TO SecEnrolledCount
           MOVE NstInstructorId(NewSectionIdx) TO SecInstructorId
           WRITE SectionRec
               INVALID KEY
                   ADD 1 TO AdjustmentsRejected
               NOT INVALID KEY
                   ADD 1 TO SectionsWritten
           END-WRITE.

       ReadNextAdjustment.
           READ AdjustmentFile
               AT END MOVE "10" TO AdjustmentFileStatus
           END-READ.

       ReadNextSection.
           READ SectionFile NEXT RECORD
               AT END MOVE "10" TO SectionFileStatus
           END-READ.
