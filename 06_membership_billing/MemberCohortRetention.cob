       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberCohortRetention.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Member cohort retention analysis for the board: members
      *>   are grouped into cohorts by the month of MmbJoinDate and
      *>   MmbMemberType, and for each cohort the report shows the
      *>   percentage still active 3, 6, 12 and 24 months after
      *>   joining. Within each cohort a line per home branch and
      *>   discount code lets promotions and branches be compared,
      *>   and the cohort line follows them. A horizon counts only
      *>   the members who have reached it; one nobody has reached
      *>   yet prints N/A.
      *>   A cancelled member's leaving date is taken, in order,
      *>   from:
      *>     - the latest MEMBAUD change from active to cancelled;
      *>     - otherwise the date they were renewed through, as a
      *>       renewal-run cancellation leaves no audit line and
      *>       happens at that anniversary;
      *>     - otherwise the end of the last month billed in the
      *>       FEEHIST archive snapshots.
      *>   A cancelled member with none of these is counted as
      *>   lost at every horizon and totalled as undated. Day
      *>   counts use the suite's whole-month arithmetic (years*360
      *>   + months*30 + days). Every line printed is also written
      *>   to COHKPI for the KPI pack.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT MemberAuditFile ASSIGN TO "MEMBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberAuditStatus.
           SELECT FeeHistoryFile ASSIGN TO "FEEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeeHistoryStatus.
           SELECT CohortKpiFile ASSIGN TO "COHKPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CohortReport ASSIGN TO "COHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CohortSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD MemberAuditFile.
       COPY MEMBAUD.
       FD FeeHistoryFile.
       COPY FEEHIST.
       FD CohortKpiFile.
       COPY COHKPI.
       FD CohortReport.
       01 CohortLine PIC X(72).
       SD CohortSortFile.
       01 CohortSortRec.
           02 SrtJoinYear PIC 9(4).
           02 SrtJoinMonth PIC 9(2).
           02 SrtMemberType PIC X.
           02 SrtCityCode PIC 9(3).
           02 SrtDiscountCode PIC X(4).
           02 SrtActiveFlag PIC 9.
           02 SrtHorizon OCCURS 4 TIMES.
               03 SrtReached PIC 9.
               03 SrtRetained PIC 9.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberAtEnd VALUE "10".
       01 MemberAuditStatus PIC XX VALUE "00".
           88 MemberAuditAtEnd VALUE "10".
           88 MemberAuditNotFound VALUE "35".
       01 FeeHistoryStatus PIC XX VALUE "00".
           88 FeeHistoryAtEnd VALUE "10".
           88 FeeHistoryNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
      *>   The horizons reported, in months.
       01 HorizonValues.
           02 FILLER PIC 9(2) VALUE 03.
           02 FILLER PIC 9(2) VALUE 06.
           02 FILLER PIC 9(2) VALUE 12.
           02 FILLER PIC 9(2) VALUE 24.
       01 HorizonTable REDEFINES HorizonValues.
           02 HorizonMonths PIC 9(2) OCCURS 4 TIMES.
       01 HorizonIdx PIC 9 COMP VALUE ZERO.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 JoinDays PIC 9(7) VALUE ZERO.
       01 LeftDays PIC 9(7) VALUE ZERO.
       01 HorizonDays PIC 9(7) VALUE ZERO.
      *>   Cancellations off MEMBAUD, latest per member.
       01 CancelMax PIC 9(4) VALUE 5000.
       01 CancelCount PIC 9(4) VALUE ZERO.
       01 CancelTable.
           02 CancelEntry OCCURS 5000 TIMES.
               03 CanMemberId PIC 9(6).
               03 CanDate PIC 9(8).
       01 CancelIdx PIC 9(4) COMP VALUE ZERO.
       01 FoundCancelIdx PIC 9(4) COMP VALUE ZERO.
       01 AuditDate PIC 9(8) VALUE ZERO.
      *>   Last period billed per member off the FEEHIST archive.
       01 BilledMax PIC 9(4) VALUE 5000.
       01 BilledCount PIC 9(4) VALUE ZERO.
       01 BilledTable.
           02 BilledEntry OCCURS 5000 TIMES.
               03 BilMemberId PIC 9(6).
               03 BilLastPeriod PIC 9(6).
       01 BilledIdx PIC 9(4) COMP VALUE ZERO.
       01 FoundBilledIdx PIC 9(4) COMP VALUE ZERO.
       01 BilledPeriod PIC 9(6) VALUE ZERO.
       01 LookupMemberId PIC 9(6) VALUE ZERO.
       01 TablesOverflowed PIC 9(5) VALUE ZERO.
      *>   The member in hand.
       01 LeftFlag PIC X VALUE "N".
           88 LeavingDated VALUE "Y".
      *>   Group accumulators - index 1 the branch/discount line,
      *>   index 2 the cohort.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 CurrentCohort.
           02 CurJoinYear PIC 9(4).
           02 CurJoinMonth PIC 9(2).
           02 CurMemberType PIC X.
       01 CurrentBranchDiscount.
           02 CurCityCode PIC 9(3).
           02 CurDiscountCode PIC X(4).
       01 AccumTable.
           02 AccumEntry OCCURS 2 TIMES.
               03 AccJoined PIC 9(5).
               03 AccActive PIC 9(5).
               03 AccHorizon OCCURS 4 TIMES.
                   04 AccReached PIC 9(5).
                   04 AccRetained PIC 9(5).
       01 AccIdx PIC 9 COMP VALUE ZERO.
       01 RetainedPercent PIC 9(3)V9 VALUE ZERO.
       01 MembersRead PIC 9(7) COMP VALUE ZERO.
       01 AuditRead PIC 9(7) COMP VALUE ZERO.
       01 HistoryRead PIC 9(7) COMP VALUE ZERO.
       01 UndatedCancels PIC 9(7) COMP VALUE ZERO.
       01 LinesWritten PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberCohortRetain".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(34) VALUE
               "MEMBER COHORT RETENTION - RUN ".
           02 RphDate PIC 9(8).
       01 ReportSubHeading PIC X(50) VALUE
           "PERCENT OF EACH COHORT STILL ACTIVE AFTER".
       01 ColumnHeading.
           02 FILLER PIC X(35) VALUE
               "JOINED  T BRN DISC  MEMBERS  ACTIVE".
           02 FILLER PIC X(32) VALUE
               "   3 MTH   6 MTH  12 MTH  24 MTH".
       01 CohortDetail.
           02 CrdJoinYear PIC 9(4).
           02 FILLER PIC X(1) VALUE "/".
           02 CrdJoinMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CrdMemberType PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CrdBranch PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CrdDiscount PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CrdJoined PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CrdActive PIC Z(5)9.
           02 CrdHorizon OCCURS 4 TIMES.
               03 FILLER PIC X(3).
               03 CrdPercent PIC ZZ9.9.
               03 CrdPercentText REDEFINES CrdPercent PIC X(5).
       01 CityCodeEdit PIC 9(3).
       01 ReportTotalLine.
           02 FILLER PIC X(16) VALUE "MEMBERS READ:   ".
           02 RtlRead PIC ZZZZZZ9.
           02 FILLER PIC X(24) VALUE "   UNDATED CANCELLATIONS".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RtlUndated PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           PERFORM LoadAuditCancellations
           PERFORM LoadArchiveBilling
           OPEN INPUT MemberMasterFile
           OPEN OUTPUT CohortReport
           OPEN OUTPUT CohortKpiFile
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO CohortLine
           WRITE CohortLine
           MOVE ReportSubHeading TO CohortLine
           WRITE CohortLine
           MOVE SPACES TO CohortLine
           WRITE CohortLine
           MOVE ColumnHeading TO CohortLine
           WRITE CohortLine
           SORT CohortSortFile
               ON ASCENDING KEY SrtJoinYear
                                SrtJoinMonth
                                SrtMemberType
                                SrtCityCode
                                SrtDiscountCode
               INPUT PROCEDURE IS ReleaseMembers
               OUTPUT PROCEDURE IS PrintCohorts
           MOVE SPACES TO CohortLine
           WRITE CohortLine
           MOVE MembersRead TO RtlRead
           MOVE UndatedCancels TO RtlUndated
           MOVE ReportTotalLine TO CohortLine
           WRITE CohortLine
           IF TablesOverflowed > ZERO
               DISPLAY "MemberCohortRetention - " TablesOverflowed
                       " leaving dates not held, tables full"
           END-IF
           CLOSE MemberMasterFile
           CLOSE CohortReport
           CLOSE CohortKpiFile
           COMPUTE ReadForReport = MembersRead + AuditRead
                                 + HistoryRead
           MOVE LinesWritten TO WrittenForReport
           MOVE UndatedCancels TO RejectedForReport
           MOVE MembersRead TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   LoadAuditCancellations keeps, per member, the latest
      *>   audit line that took the status from active to
      *>   cancelled.
       LoadAuditCancellations.
           OPEN INPUT MemberAuditFile
           IF NOT MemberAuditNotFound
               PERFORM ReadNextAudit
               PERFORM KeepOneCancellation UNTIL MemberAuditAtEnd
               CLOSE MemberAuditFile
           END-IF.

       KeepOneCancellation.
           ADD 1 TO AuditRead
           IF MabStatus = "A" AND MaaStatus = "C"
               MOVE MauTimestamp(1:8) TO AuditDate
               MOVE MauMemberId TO LookupMemberId
               PERFORM FindCancelEntry
               IF FoundCancelIdx > ZERO
                   IF AuditDate > CanDate(FoundCancelIdx)
                       MOVE AuditDate TO CanDate(FoundCancelIdx)
                   END-IF
               ELSE
                   IF CancelCount < CancelMax
                       ADD 1 TO CancelCount
                       MOVE MauMemberId TO CanMemberId(CancelCount)
                       MOVE AuditDate TO CanDate(CancelCount)
                   ELSE
                       ADD 1 TO TablesOverflowed
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextAudit.

       FindCancelEntry.
           MOVE ZERO TO FoundCancelIdx
           PERFORM MatchOneCancel
               VARYING CancelIdx FROM 1 BY 1
               UNTIL CancelIdx > CancelCount OR FoundCancelIdx > ZERO.

       MatchOneCancel.
           IF CanMemberId(CancelIdx) = LookupMemberId
               MOVE CancelIdx TO FoundCancelIdx
           END-IF.

      *>   LoadArchiveBilling keeps the last period each member was
      *>   billed for across all the archive years on FEEHIST.
       LoadArchiveBilling.
           OPEN INPUT FeeHistoryFile
           IF NOT FeeHistoryNotFound
               PERFORM ReadNextFeeHistory
               PERFORM KeepOneBilledPeriod UNTIL FeeHistoryAtEnd
               CLOSE FeeHistoryFile
           END-IF.

       KeepOneBilledPeriod.
           ADD 1 TO HistoryRead
           COMPUTE BilledPeriod =
                   FeeHistBillYear * 100 + FeeHistBillMonth
           MOVE FeeHistMemberId TO LookupMemberId
           PERFORM FindBilledEntry
           IF FoundBilledIdx > ZERO
               IF BilledPeriod > BilLastPeriod(FoundBilledIdx)
                   MOVE BilledPeriod TO BilLastPeriod(FoundBilledIdx)
               END-IF
           ELSE
               IF BilledCount < BilledMax
                   ADD 1 TO BilledCount
                   MOVE FeeHistMemberId TO BilMemberId(BilledCount)
                   MOVE BilledPeriod TO BilLastPeriod(BilledCount)
               ELSE
                   ADD 1 TO TablesOverflowed
               END-IF
           END-IF
           PERFORM ReadNextFeeHistory.

       FindBilledEntry.
           MOVE ZERO TO FoundBilledIdx
           PERFORM MatchOneBilled
               VARYING BilledIdx FROM 1 BY 1
               UNTIL BilledIdx > BilledCount OR FoundBilledIdx > ZERO.

       MatchOneBilled.
           IF BilMemberId(BilledIdx) = LookupMemberId
               MOVE BilledIdx TO FoundBilledIdx
           END-IF.

       ReleaseMembers.
           PERFORM ReadNextMember
           PERFORM ReleaseOneMember UNTIL MemberAtEnd.

      *>   ReleaseOneMember marks, for each horizon, whether the
      *>   member has reached it and was still active there.
       ReleaseOneMember.
           ADD 1 TO MembersRead
           IF MmbJoinDate NUMERIC AND MmbJoinDate > ZERO
               MOVE MmbJoinDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               MOVE WorkDays TO JoinDays
               MOVE "N" TO LeftFlag
               MOVE ZERO TO LeftDays
               IF MmbCancelled
                   PERFORM FindLeavingDate
               END-IF
               MOVE WorkYear TO SrtJoinYear
               MOVE WorkMonth TO SrtJoinMonth
               MOVE MmbMemberType TO SrtMemberType
               MOVE MmbCityCode TO SrtCityCode
               MOVE MmbDiscountCode TO SrtDiscountCode
               IF MmbCancelled
                   MOVE ZERO TO SrtActiveFlag
               ELSE
                   MOVE 1 TO SrtActiveFlag
               END-IF
               PERFORM MarkOneHorizon
                   VARYING HorizonIdx FROM 1 BY 1
                   UNTIL HorizonIdx > 4
               RELEASE CohortSortRec
           END-IF
           PERFORM ReadNextMember.

       FindLeavingDate.
           MOVE MmbMemberId TO LookupMemberId
           PERFORM FindCancelEntry
           IF FoundCancelIdx > ZERO
               MOVE CanDate(FoundCancelIdx) TO WorkDate
               MOVE "Y" TO LeftFlag
           ELSE
               IF MmbRenewedThrough > ZERO
                   MOVE MmbRenewedThrough TO WorkDate
                   MOVE "Y" TO LeftFlag
               ELSE
                   PERFORM FindBilledEntry
                   IF FoundBilledIdx > ZERO
                       COMPUTE WorkDate =
                               BilLastPeriod(FoundBilledIdx) * 100
                               + 30
                       MOVE "Y" TO LeftFlag
                   END-IF
               END-IF
           END-IF
           IF LeavingDated
               PERFORM ConvertWorkDateToDays
               MOVE WorkDays TO LeftDays
           ELSE
               ADD 1 TO UndatedCancels
           END-IF
           MOVE MmbJoinDate TO WorkDate
           PERFORM ConvertWorkDateToDays.

       MarkOneHorizon.
           COMPUTE HorizonDays =
                   JoinDays + HorizonMonths(HorizonIdx) * 30
           MOVE ZERO TO SrtReached(HorizonIdx)
           MOVE ZERO TO SrtRetained(HorizonIdx)
           IF HorizonDays NOT > TodayDays
               MOVE 1 TO SrtReached(HorizonIdx)
               IF NOT MmbCancelled
                   MOVE 1 TO SrtRetained(HorizonIdx)
               ELSE
                   IF LeavingDated AND LeftDays NOT < HorizonDays
                       MOVE 1 TO SrtRetained(HorizonIdx)
                   END-IF
               END-IF
           END-IF.

       PrintCohorts.
           INITIALIZE AccumTable
           MOVE "N" TO GroupStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneMember UNTIL SortReturnAtEnd
           IF GroupStarted
               PERFORM PrintBranchDiscountLine
               PERFORM PrintCohortLine
           END-IF.

       ReturnOneMember.
           RETURN CohortSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM AddOneMember
           END-RETURN.

       AddOneMember.
           IF GroupStarted
               IF SrtJoinYear NOT = CurJoinYear
                  OR SrtJoinMonth NOT = CurJoinMonth
                  OR SrtMemberType NOT = CurMemberType
                   PERFORM PrintBranchDiscountLine
                   PERFORM PrintCohortLine
               ELSE
                   IF SrtCityCode NOT = CurCityCode
                      OR SrtDiscountCode NOT = CurDiscountCode
                       PERFORM PrintBranchDiscountLine
                   END-IF
               END-IF
           END-IF
           IF NOT GroupStarted
               MOVE "Y" TO GroupStartedFlag
               MOVE SrtJoinYear TO CurJoinYear
               MOVE SrtJoinMonth TO CurJoinMonth
               MOVE SrtMemberType TO CurMemberType
               INITIALIZE AccumEntry(2)
           END-IF
           IF AccJoined(1) = ZERO
               MOVE SrtCityCode TO CurCityCode
               MOVE SrtDiscountCode TO CurDiscountCode
           END-IF
           PERFORM AddToOneAccum
               VARYING AccIdx FROM 1 BY 1
               UNTIL AccIdx > 2.

       AddToOneAccum.
           ADD 1 TO AccJoined(AccIdx)
           ADD SrtActiveFlag TO AccActive(AccIdx)
           PERFORM AddOneHorizon
               VARYING HorizonIdx FROM 1 BY 1
               UNTIL HorizonIdx > 4.

       AddOneHorizon.
           ADD SrtReached(HorizonIdx) TO AccReached(AccIdx HorizonIdx)
           ADD SrtRetained(HorizonIdx)
               TO AccRetained(AccIdx HorizonIdx).

       PrintBranchDiscountLine.
           MOVE 1 TO AccIdx
           MOVE CurCityCode TO CityCodeEdit
           MOVE CityCodeEdit TO CrdBranch
           IF CurDiscountCode = SPACES
               MOVE "NONE" TO CrdDiscount
           ELSE
               MOVE CurDiscountCode TO CrdDiscount
           END-IF
           MOVE "B" TO CokLevel
           MOVE CurCityCode TO CokCityCode
           MOVE CurDiscountCode TO CokDiscountCode
           PERFORM WriteCohortFigures
           INITIALIZE AccumEntry(1).

       PrintCohortLine.
           MOVE 2 TO AccIdx
           MOVE "ALL" TO CrdBranch
           MOVE "ALL" TO CrdDiscount
           MOVE "C" TO CokLevel
           MOVE ZERO TO CokCityCode
           MOVE SPACES TO CokDiscountCode
           PERFORM WriteCohortFigures
           MOVE SPACES TO CohortLine
           WRITE CohortLine
           MOVE "N" TO GroupStartedFlag.

      *>   WriteCohortFigures prints the accumulator in AccIdx and
      *>   writes the same figures to COHKPI.
       WriteCohortFigures.
           MOVE CurJoinYear TO CrdJoinYear
           MOVE CurJoinMonth TO CrdJoinMonth
           MOVE CurMemberType TO CrdMemberType
           MOVE AccJoined(AccIdx) TO CrdJoined
           MOVE AccActive(AccIdx) TO CrdActive
           MOVE TodayYYYYMMDD TO CokRunDate
           MOVE CurJoinYear TO CokJoinYear
           MOVE CurJoinMonth TO CokJoinMonth
           MOVE CurMemberType TO CokMemberType
           MOVE AccJoined(AccIdx) TO CokMembersJoined
           MOVE AccActive(AccIdx) TO CokMembersActive
           PERFORM FigureOneHorizon
               VARYING HorizonIdx FROM 1 BY 1
               UNTIL HorizonIdx > 4
           MOVE CohortDetail TO CohortLine
           WRITE CohortLine
           WRITE CohortKpiRec
           ADD 1 TO LinesWritten.

       FigureOneHorizon.
           MOVE SPACES TO CrdHorizon(HorizonIdx)
           MOVE HorizonMonths(HorizonIdx)
               TO CokHorizonMonths(HorizonIdx)
           MOVE AccReached(AccIdx HorizonIdx)
               TO CokMembersReached(HorizonIdx)
           MOVE AccRetained(AccIdx HorizonIdx)
               TO CokMembersRetained(HorizonIdx)
           IF AccReached(AccIdx HorizonIdx) > ZERO
               COMPUTE RetainedPercent ROUNDED =
                       AccRetained(AccIdx HorizonIdx) * 100
                       / AccReached(AccIdx HorizonIdx)
               MOVE RetainedPercent TO CrdPercent(HorizonIdx)
               MOVE RetainedPercent TO CokRetainedPercent(HorizonIdx)
           ELSE
               MOVE "  N/A" TO CrdPercentText(HorizonIdx)
               MOVE ZERO TO CokRetainedPercent(HorizonIdx)
           END-IF.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month calendar.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays =
                   WorkYear * 360 + WorkMonth * 30 + WorkDay.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextAudit.
           READ MemberAuditFile
               AT END MOVE "10" TO MemberAuditStatus
           END-READ.

       ReadNextFeeHistory.
           READ FeeHistoryFile
               AT END MOVE "10" TO FeeHistoryStatus
           END-READ.
