       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberChurnRiskReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Monthly usage-based churn risk report off the MEMBVIST
      *>   visit history, so branches can call members who have
      *>   stopped coming before the renewal run bills them again.
      *>   Each active member whose renewal falls within the
      *>   look-ahead months - MmbRenewedThrough when it is still
      *>   ahead, otherwise the coming MmbJoinDate anniversary -
      *>   has their check-ins counted in two equal windows: the
      *>   recent window ending today and the prior window before
      *>   it. The member is listed, under their home branch, as
      *>     STOPPED  - visits in the prior window, none recently;
      *>     FALLING  - recent visits down by at least the drop
      *>                percentage on the prior window;
      *>     NO VISITS - no check-in in either window at all.
      *>   A member inside a freeze window is away by arrangement
      *>   and is not listed. The report closes with visit counts
      *>   per branch visited for both windows, with the number of
      *>   at-risk members homed at each branch. CHRNPARM may set
      *>   the window length in months (default 3), the look-ahead
      *>   months (default 3) and the drop percentage (default 50).
      *>   Day counts use the suite's whole-month arithmetic
      *>   (years*360 + months*30 + days).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChurnParmFile ASSIGN TO "CHRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChurnParmStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT VisitFile ASSIGN TO "MEMBVIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MemberVisitKey
               FILE STATUS IS VisitFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT ChurnReport ASSIGN TO "CHRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ChurnSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD ChurnParmFile.
       01 ChurnParmRec.
           02 ChpWindowMonths PIC 9(2).
           02 ChpLookAheadMonths PIC 9(2).
           02 ChpDropPct PIC 9(3).
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD VisitFile.
       COPY MEMBVIST.
       FD BranchFile.
       COPY BRANCHREF.
       FD ChurnReport.
       01 ChurnLine PIC X(72).
       SD ChurnSortFile.
       01 ChurnSortRec.
           02 SrtCityCode PIC 9(3).
           02 SrtRiskRank PIC 9.
           02 SrtRenewalDate PIC 9(8).
           02 SrtMemberId PIC 9(6).
           02 SrtMemberName PIC X(20).
           02 SrtPriorVisits PIC 9(3).
           02 SrtRecentVisits PIC 9(3).
           02 SrtLastVisit PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 ChurnParmStatus PIC XX VALUE "00".
           88 ChurnParmNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberAtEnd VALUE "10".
       01 VisitFileStatus PIC XX VALUE "00".
           88 VisitAtEnd VALUE "10".
           88 VisitFileNotFound VALUE "35".
       01 VisitFileOpenFlag PIC X VALUE "N".
           88 VisitFileOpen VALUE "Y".
       01 BranchFileStatus PIC XX VALUE "00".
           88 BranchAtEnd VALUE "10".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 WindowMonths PIC 9(2) VALUE 3.
       01 LookAheadMonths PIC 9(2) VALUE 3.
       01 DropPct PIC 9(3) VALUE 50.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 RecentFromDays PIC 9(7) VALUE ZERO.
       01 PriorFromDays PIC 9(7) VALUE ZERO.
       01 HorizonDays PIC 9(7) VALUE ZERO.
      *>   The member in hand.
       01 RenewalDate PIC 9(8) VALUE ZERO.
       01 RecentVisits PIC 9(3) VALUE ZERO.
       01 PriorVisits PIC 9(3) VALUE ZERO.
       01 LastVisitDate PIC 9(8) VALUE ZERO.
       01 RiskRank PIC 9 VALUE ZERO.
           88 RiskStopped VALUE 1.
           88 RiskFalling VALUE 2.
           88 RiskNoVisits VALUE 3.
           88 RiskNone VALUE 0.
       01 FallingLimit PIC 9(5)V99 VALUE ZERO.
      *>   Branches with their visit counts and at-risk members.
       01 BranchMax PIC 9(3) VALUE 200.
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 BranchTable.
           02 BranchEntry OCCURS 200 TIMES.
               03 BrtCityCode PIC 9(3).
               03 BrtBranchName PIC X(12).
               03 BrtPriorVisits PIC 9(7).
               03 BrtRecentVisits PIC 9(7).
               03 BrtAtRisk PIC 9(5).
       01 BranchIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundBranchIdx PIC 9(3) COMP VALUE ZERO.
       01 LookupCityCode PIC 9(3) VALUE ZERO.
       01 CurrentCityCode PIC 9(3) VALUE ZERO.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 MembersRead PIC 9(7) COMP VALUE ZERO.
       01 MembersListed PIC 9(7) COMP VALUE ZERO.
       01 MembersPassed PIC 9(7) COMP VALUE ZERO.
       01 VisitsRead PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberChurnRisk".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "MEMBER CHURN RISK - RUN ".
           02 RphDate PIC 9(8).
           02 FILLER PIC X(10) VALUE "  WINDOW ".
           02 RphWindow PIC Z9.
           02 FILLER PIC X(16) VALUE " MTHS  RENEWING ".
           02 RphLookAhead PIC Z9.
           02 FILLER PIC X(4) VALUE " MTH".
       01 BranchGroupHeading.
           02 FILLER PIC X(10) VALUE "BRANCH    ".
           02 BghCityCode PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BghBranchName PIC X(12).
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "MEMBER NAME                 RENEWS  ".
           02 FILLER PIC X(32) VALUE
               "  PRIOR RECENT LAST VISIT RISK".
       01 RiskDetail.
           02 RkdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RkdMemberName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RkdRenewalDate PIC 9(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RkdPriorVisits PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RkdRecentVisits PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RkdLastVisit PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RkdRisk PIC X(9).
       01 GroupTotalLine.
           02 FILLER PIC X(22) VALUE "  MEMBERS TO CONTACT: ".
           02 GtlCount PIC ZZZZ9.
       01 BranchVisitHeading PIC X(40) VALUE
           "VISITS BY BRANCH VISITED".
       01 BranchVisitColumns.
           02 FILLER PIC X(36) VALUE
               "BRANCH              PRIOR    RECENT".
           02 FILLER PIC X(18) VALUE
               "  CHANGE%  AT RISK".
       01 BranchVisitDetail.
           02 BvdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BvdBranchName PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BvdPriorVisits PIC Z(6)9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BvdRecentVisits PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BvdChangePct PIC ---9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BvdAtRisk PIC ZZZZ9.
       01 ChangePct PIC S9(4) VALUE ZERO.
       01 ReportTotalLine.
           02 FILLER PIC X(16) VALUE "MEMBERS READ:   ".
           02 RtlRead PIC ZZZZZZ9.
           02 FILLER PIC X(18) VALUE "   AT RISK LISTED ".
           02 RtlListed PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadChurnParm
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           COMPUTE RecentFromDays = TodayDays - WindowMonths * 30
           COMPUTE PriorFromDays = TodayDays - WindowMonths * 60
           COMPUTE HorizonDays = TodayDays + LookAheadMonths * 30
           PERFORM LoadBranches
           OPEN INPUT VisitFile
           IF NOT VisitFileNotFound
               MOVE "Y" TO VisitFileOpenFlag
               PERFORM CountBranchVisits
           END-IF
           OPEN INPUT MemberMasterFile
           OPEN OUTPUT ChurnReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE WindowMonths TO RphWindow
           MOVE LookAheadMonths TO RphLookAhead
           MOVE ReportHeading TO ChurnLine
           WRITE ChurnLine
           SORT ChurnSortFile
               ON ASCENDING KEY SrtCityCode
                                SrtRiskRank
                                SrtRenewalDate
                                SrtMemberId
               INPUT PROCEDURE IS SelectAtRiskMembers
               OUTPUT PROCEDURE IS PrintAtRiskMembers
           PERFORM PrintBranchVisits
           MOVE SPACES TO ChurnLine
           WRITE ChurnLine
           MOVE MembersRead TO RtlRead
           MOVE MembersListed TO RtlListed
           MOVE ReportTotalLine TO ChurnLine
           WRITE ChurnLine
           CLOSE MemberMasterFile
           IF VisitFileOpen
               CLOSE VisitFile
           END-IF
           CLOSE ChurnReport
           MOVE MembersRead TO ReadForReport
           MOVE MembersListed TO WrittenForReport
           MOVE MembersPassed TO RejectedForReport
           MOVE VisitsRead TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   A zero on the card keeps the default for that figure.
       ReadChurnParm.
           OPEN INPUT ChurnParmFile
           IF NOT ChurnParmNotFound
               READ ChurnParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ChpWindowMonths NUMERIC
                          AND ChpWindowMonths > ZERO
                           MOVE ChpWindowMonths TO WindowMonths
                       END-IF
                       IF ChpLookAheadMonths NUMERIC
                          AND ChpLookAheadMonths > ZERO
                           MOVE ChpLookAheadMonths TO LookAheadMonths
                       END-IF
                       IF ChpDropPct NUMERIC AND ChpDropPct > ZERO
                          AND ChpDropPct < 100
                           MOVE ChpDropPct TO DropPct
                       END-IF
               END-READ
               CLOSE ChurnParmFile
           END-IF.

       LoadBranches.
           OPEN INPUT BranchFile
           PERFORM ReadNextBranch
           PERFORM LoadOneBranch UNTIL BranchAtEnd
           CLOSE BranchFile.

       LoadOneBranch.
           IF BranchCount < BranchMax
               ADD 1 TO BranchCount
               MOVE CityCode OF BranchRec TO BrtCityCode(BranchCount)
               MOVE BranchName TO BrtBranchName(BranchCount)
               MOVE ZERO TO BrtPriorVisits(BranchCount)
               MOVE ZERO TO BrtRecentVisits(BranchCount)
               MOVE ZERO TO BrtAtRisk(BranchCount)
           END-IF
           PERFORM ReadNextBranch.

       FindBranchEntry.
           MOVE ZERO TO FoundBranchIdx
           PERFORM MatchOneBranch
               VARYING BranchIdx FROM 1 BY 1
               UNTIL BranchIdx > BranchCount OR FoundBranchIdx > ZERO.

       MatchOneBranch.
           IF BrtCityCode(BranchIdx) = LookupCityCode
               MOVE BranchIdx TO FoundBranchIdx
           END-IF.

      *>   CountBranchVisits reads the whole history once, crediting
      *>   each check-in in either window to the branch visited.
       CountBranchVisits.
           MOVE ZERO TO MvsMemberId
           MOVE ZERO TO MvsVisitDate
           MOVE ZERO TO MvsVisitTime
           START VisitFile KEY NOT LESS THAN MemberVisitKey
               INVALID KEY MOVE "10" TO VisitFileStatus
           END-START
           IF NOT VisitAtEnd
               PERFORM ReadNextVisit
           END-IF
           PERFORM CountOneBranchVisit UNTIL VisitAtEnd
           MOVE "00" TO VisitFileStatus.

       CountOneBranchVisit.
           ADD 1 TO VisitsRead
           MOVE MvsVisitDate TO WorkDate
           PERFORM ConvertWorkDateToDays
           IF WorkDays > PriorFromDays AND WorkDays NOT > TodayDays
               MOVE MvsCityCode TO LookupCityCode
               PERFORM FindBranchEntry
               IF FoundBranchIdx > ZERO
                   IF WorkDays > RecentFromDays
                       ADD 1 TO BrtRecentVisits(FoundBranchIdx)
                   ELSE
                       ADD 1 TO BrtPriorVisits(FoundBranchIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextVisit.

       SelectAtRiskMembers.
           PERFORM ReadNextMember
           PERFORM AssessOneMember UNTIL MemberAtEnd.

       AssessOneMember.
           ADD 1 TO MembersRead
           MOVE ZERO TO RiskRank
           IF MmbActive AND NOT MmbJoinDate = ZERO
               PERFORM FindRenewalDate
               MOVE RenewalDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               IF WorkDays > TodayDays AND WorkDays NOT > HorizonDays
                  AND NOT (MmbFreezeFrom > ZERO
                           AND MmbFreezeFrom NOT > TodayYYYYMMDD
                           AND MmbFreezeTo NOT < TodayYYYYMMDD)
                   PERFORM CountMemberVisits
                   PERFORM ClassifyRisk
               END-IF
           END-IF
           IF RiskNone
               ADD 1 TO MembersPassed
           ELSE
               ADD 1 TO MembersListed
               MOVE MmbCityCode TO SrtCityCode
               MOVE RiskRank TO SrtRiskRank
               MOVE RenewalDate TO SrtRenewalDate
               MOVE MmbMemberId TO SrtMemberId
               MOVE MmbMemberName TO SrtMemberName
               MOVE PriorVisits TO SrtPriorVisits
               MOVE RecentVisits TO SrtRecentVisits
               MOVE LastVisitDate TO SrtLastVisit
               RELEASE ChurnSortRec
               MOVE MmbCityCode TO LookupCityCode
               PERFORM FindBranchEntry
               IF FoundBranchIdx > ZERO
                   ADD 1 TO BrtAtRisk(FoundBranchIdx)
               END-IF
           END-IF
           PERFORM ReadNextMember.

      *>   FindRenewalDate - the renewed-through date while it is
      *>   still ahead, else the next join-date anniversary.
       FindRenewalDate.
           IF MmbRenewedThrough > TodayYYYYMMDD
               MOVE MmbRenewedThrough TO RenewalDate
           ELSE
               MOVE MmbJoinDate TO RenewalDate
               MOVE TodayYYYYMMDD(1:4) TO RenewalDate(1:4)
               IF RenewalDate NOT > TodayYYYYMMDD
                   ADD 10000 TO RenewalDate
               END-IF
           END-IF.

      *>   CountMemberVisits splits the member's check-ins between
      *>   the two windows and keeps the latest visit date seen.
       CountMemberVisits.
           MOVE ZERO TO RecentVisits
           MOVE ZERO TO PriorVisits
           MOVE ZERO TO LastVisitDate
           IF VisitFileOpen
               MOVE MmbMemberId TO MvsMemberId
               MOVE ZERO TO MvsVisitDate
               MOVE ZERO TO MvsVisitTime
               START VisitFile KEY NOT LESS THAN MemberVisitKey
                   INVALID KEY MOVE "10" TO VisitFileStatus
               END-START
               IF NOT VisitAtEnd
                   PERFORM ReadNextVisit
               END-IF
               PERFORM CountOneMemberVisit
                   UNTIL VisitAtEnd OR MvsMemberId NOT = MmbMemberId
               MOVE "00" TO VisitFileStatus
           END-IF.

       CountOneMemberVisit.
           IF MvsVisitDate NOT > TodayYYYYMMDD
               MOVE MvsVisitDate TO LastVisitDate
               MOVE MvsVisitDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               IF WorkDays > RecentFromDays
                   ADD 1 TO RecentVisits
               ELSE
                   IF WorkDays > PriorFromDays
                       ADD 1 TO PriorVisits
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextVisit.

       ClassifyRisk.
           COMPUTE FallingLimit =
                   PriorVisits * (100 - DropPct) / 100
           EVALUATE TRUE
               WHEN RecentVisits = ZERO AND PriorVisits > ZERO
                   MOVE 1 TO RiskRank
               WHEN RecentVisits = ZERO
                   MOVE 3 TO RiskRank
               WHEN RecentVisits NOT > FallingLimit
                   MOVE 2 TO RiskRank
           END-EVALUATE.

       PrintAtRiskMembers.
           MOVE "N" TO GroupStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneAtRisk UNTIL SortReturnAtEnd
           IF GroupStarted
               PERFORM PrintGroupTotal
           END-IF.

       ReturnOneAtRisk.
           RETURN ChurnSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneAtRisk
           END-RETURN.

       PrintOneAtRisk.
           IF NOT GroupStarted OR SrtCityCode NOT = CurrentCityCode
               IF GroupStarted
                   PERFORM PrintGroupTotal
               END-IF
               MOVE "Y" TO GroupStartedFlag
               MOVE SrtCityCode TO CurrentCityCode
               MOVE SrtCityCode TO LookupCityCode
               PERFORM FindBranchEntry
               MOVE SrtCityCode TO BghCityCode
               IF FoundBranchIdx > ZERO
                   MOVE BrtBranchName(FoundBranchIdx) TO BghBranchName
               ELSE
                   MOVE "NOT ON FILE" TO BghBranchName
               END-IF
               MOVE SPACES TO ChurnLine
               WRITE ChurnLine
               MOVE BranchGroupHeading TO ChurnLine
               WRITE ChurnLine
               MOVE ColumnHeading TO ChurnLine
               WRITE ChurnLine
           END-IF
           MOVE SrtMemberId TO RkdMemberId
           MOVE SrtMemberName TO RkdMemberName
           MOVE SrtRenewalDate TO RkdRenewalDate
           MOVE SrtPriorVisits TO RkdPriorVisits
           MOVE SrtRecentVisits TO RkdRecentVisits
           IF SrtLastVisit = ZERO
               MOVE "NEVER" TO RkdLastVisit
           ELSE
               MOVE SrtLastVisit TO RkdLastVisit
           END-IF
           EVALUATE SrtRiskRank
               WHEN 1
                   MOVE "STOPPED" TO RkdRisk
               WHEN 2
                   MOVE "FALLING" TO RkdRisk
               WHEN OTHER
                   MOVE "NO VISITS" TO RkdRisk
           END-EVALUATE
           MOVE RiskDetail TO ChurnLine
           WRITE ChurnLine.

       PrintGroupTotal.
           MOVE CurrentCityCode TO LookupCityCode
           PERFORM FindBranchEntry
           IF FoundBranchIdx > ZERO
               MOVE BrtAtRisk(FoundBranchIdx) TO GtlCount
               MOVE GroupTotalLine TO ChurnLine
               WRITE ChurnLine
           END-IF.

      *>   PrintBranchVisits lists every branch with check-ins or
      *>   at-risk members; the change is recent on prior visits.
       PrintBranchVisits.
           MOVE SPACES TO ChurnLine
           WRITE ChurnLine
           MOVE BranchVisitHeading TO ChurnLine
           WRITE ChurnLine
           MOVE BranchVisitColumns TO ChurnLine
           WRITE ChurnLine
           PERFORM PrintOneBranchVisits
               VARYING BranchIdx FROM 1 BY 1
               UNTIL BranchIdx > BranchCount.

       PrintOneBranchVisits.
           IF BrtPriorVisits(BranchIdx) > ZERO
              OR BrtRecentVisits(BranchIdx) > ZERO
              OR BrtAtRisk(BranchIdx) > ZERO
               MOVE BrtCityCode(BranchIdx) TO BvdCityCode
               MOVE BrtBranchName(BranchIdx) TO BvdBranchName
               MOVE BrtPriorVisits(BranchIdx) TO BvdPriorVisits
               MOVE BrtRecentVisits(BranchIdx) TO BvdRecentVisits
               IF BrtPriorVisits(BranchIdx) > ZERO
                   COMPUTE ChangePct ROUNDED =
                       (BrtRecentVisits(BranchIdx)
                        - BrtPriorVisits(BranchIdx)) * 100
                       / BrtPriorVisits(BranchIdx)
                       ON SIZE ERROR
                           MOVE 999 TO ChangePct
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO ChangePct
               END-IF
               MOVE ChangePct TO BvdChangePct
               MOVE BrtAtRisk(BranchIdx) TO BvdAtRisk
               MOVE BranchVisitDetail TO ChurnLine
               WRITE ChurnLine
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

       ReadNextVisit.
           READ VisitFile NEXT RECORD
               AT END MOVE "10" TO VisitFileStatus
           END-READ.

       ReadNextBranch.
           READ BranchFile NEXT RECORD
               AT END MOVE "10" TO BranchFileStatus
           END-READ.
