       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditFindingsReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Monthly overdue audit findings report. Every AUDFIND
      *>   finding still open or in progress past its agreed fix
      *>   date at the as-at date (AUDPARM, default today) lists
      *>   under its branch with the owner, the risk rating and the
      *>   date it was due, each branch closes with its count by
      *>   risk, and a region summary follows off BranchRegion on
      *>   the branch reference - the findings file is already in
      *>   branch order, so the branch breaks come for free.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditParmFile ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditParmStatus.
           SELECT FindingFile ASSIGN TO "AUDFIND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AfdKey
               FILE STATUS IS FindingFileStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT OverdueReport ASSIGN TO "AUDOVRD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AuditParmFile.
       01 AuditParmRec.
           02 AdpAsAtDate PIC 9(8).
       FD FindingFile.
       COPY AUDFIND.
       FD BranchFile.
       COPY BRANCHREF.
       FD OverdueReport.
       01 OverdueLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AuditParmStatus PIC XX VALUE "00".
           88 AuditParmNotFound VALUE "35".
       01 FindingFileStatus PIC XX VALUE "00".
           88 FindingsAtEnd VALUE "10".
           88 FindingFileNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 AsAtDate PIC 9(8) VALUE ZERO.
       01 CurrentCityCode PIC 9(3) VALUE ZERO.
       01 CurrentBranchName PIC X(12) VALUE SPACES.
       01 CurrentRegion PIC X(4) VALUE SPACES.
       01 BranchHigh PIC 9(5) COMP VALUE ZERO.
       01 BranchMedium PIC 9(5) COMP VALUE ZERO.
       01 BranchLow PIC 9(5) COMP VALUE ZERO.
       01 BranchOverdue PIC 9(5) COMP VALUE ZERO.
      *>   Overdue counts per Region, the league table's region
      *>   table.
       01 RegionMax PIC 9(2) VALUE 20.
       01 RegionCount PIC 9(2) VALUE ZERO.
       01 RegionTable.
           02 RegionEntry OCCURS 20 TIMES.
               03 RgnCode PIC X(4).
               03 RgnBranches PIC 9(5).
               03 RgnHigh PIC 9(5).
               03 RgnMedium PIC 9(5).
               03 RgnLow PIC 9(5).
       01 RegionIdx PIC 9(2) COMP VALUE ZERO.
       01 RegionFoundFlag PIC X VALUE "N".
           88 RegionFound VALUE "Y".
       01 FindingsRead PIC 9(7) COMP VALUE ZERO.
       01 FindingsOverdue PIC 9(7) COMP VALUE ZERO.
       01 BranchesOverdue PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AuditFindingsReport".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(38)
               VALUE "OVERDUE INTERNAL AUDIT FINDINGS AS AT ".
           02 RphAsAtDate PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(29)
               VALUE "BRANCH           VISIT    NO ".
           02 FILLER PIC X(28)
               VALUE "AREA RISK OWNER    FIX DUE  ".
           02 FILLER PIC X(6) VALUE "STATUS".
       01 BranchHeading.
           02 BrhCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BrhBranchName PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "REGION ".
           02 BrhRegion PIC X(4).
       01 FindingDetail.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FndVisitDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FndFindingNo PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FndArea PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FndRisk PIC X.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FndOwner PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FndFixDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FndStatus PIC X(11).
       01 FindingTextLine.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FtlText PIC X(40).
       01 BranchTotalLine.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "Branch overdue  ".
           02 BtlOverdue PIC ZZZ9.
           02 FILLER PIC X(8) VALUE "   high ".
           02 BtlHigh PIC ZZZ9.
           02 FILLER PIC X(8) VALUE "  medium".
           02 BtlMedium PIC ZZZ9.
           02 FILLER PIC X(6) VALUE "  low ".
           02 BtlLow PIC ZZZ9.
       01 RegionHeading PIC X(80) VALUE
           "REGION   BRANCHES   HIGH  MEDIUM    LOW".
       01 RegionLine.
           02 RglRegion PIC X(4).
           02 FILLER PIC X(5) VALUE SPACES.
           02 RglBranches PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RglHigh PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RglMedium PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RglLow PIC ZZZZ9.
       01 GrandTotalLine.
           02 FILLER PIC X(24) VALUE "Overdue findings total  ".
           02 GtlOverdue PIC ZZZZ9.
           02 FILLER PIC X(17) VALUE "   at branches  ".
           02 GtlBranches PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO AsAtDate
           OPEN INPUT AuditParmFile
           IF NOT AuditParmNotFound
               READ AuditParmFile
                   NOT AT END
                       IF AdpAsAtDate IS NUMERIC
                          AND AdpAsAtDate > ZERO
                           MOVE AdpAsAtDate TO AsAtDate
                       END-IF
               END-READ
               CLOSE AuditParmFile
           END-IF
           OPEN INPUT BranchFile
           OPEN OUTPUT OverdueReport
           MOVE AsAtDate TO RphAsAtDate
           MOVE ReportHeading TO OverdueLine
           WRITE OverdueLine
           MOVE SPACES TO OverdueLine
           WRITE OverdueLine
           MOVE ColumnHeading TO OverdueLine
           WRITE OverdueLine
           OPEN INPUT FindingFile
           IF NOT FindingFileNotFound
               PERFORM ReadNextFinding
               PERFORM ExamineOneFinding UNTIL FindingsAtEnd
               CLOSE FindingFile
           END-IF
           PERFORM CloseBranchGroup
           PERFORM PrintRegionSummary
           CLOSE BranchFile
           CLOSE OverdueReport
           DISPLAY "AuditFindingsReport - as at " AsAtDate
                   " overdue findings = " FindingsOverdue
           MOVE FindingsRead TO ReadForReport
           MOVE FindingsOverdue TO WrittenForReport
           MOVE FindingsOverdue TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ExamineOneFinding.
           ADD 1 TO FindingsRead
           IF AfdStillOpen AND AfdAgreedFixDate < AsAtDate
               IF AfdCityCode NOT = CurrentCityCode
                   PERFORM CloseBranchGroup
                   PERFORM OpenBranchGroup
               END-IF
               PERFORM PrintOverdueFinding
           END-IF
           PERFORM ReadNextFinding.

      *>   OpenBranchGroup starts a branch's block, finding its
      *>   name and region on the reference.
       OpenBranchGroup.
           MOVE AfdCityCode TO CurrentCityCode
           MOVE AfdCityCode TO CityCode OF BranchRec
           MOVE "NOT ON REF" TO CurrentBranchName
           MOVE "????" TO CurrentRegion
           READ BranchFile
               NOT INVALID KEY
                   MOVE BranchName TO CurrentBranchName
                   MOVE BranchRegion TO CurrentRegion
           END-READ
           MOVE ZERO TO BranchHigh
           MOVE ZERO TO BranchMedium
           MOVE ZERO TO BranchLow
           MOVE ZERO TO BranchOverdue
           MOVE SPACES TO OverdueLine
           WRITE OverdueLine
           MOVE CurrentCityCode TO BrhCityCode
           MOVE CurrentBranchName TO BrhBranchName
           MOVE CurrentRegion TO BrhRegion
           MOVE BranchHeading TO OverdueLine
           WRITE OverdueLine.

       PrintOverdueFinding.
           ADD 1 TO FindingsOverdue
           ADD 1 TO BranchOverdue
           EVALUATE TRUE
               WHEN AfdHighRisk
                   ADD 1 TO BranchHigh
               WHEN AfdMediumRisk
                   ADD 1 TO BranchMedium
               WHEN OTHER
                   ADD 1 TO BranchLow
           END-EVALUATE
           MOVE AfdVisitDate TO FndVisitDate
           MOVE AfdFindingNo TO FndFindingNo
           MOVE AfdArea TO FndArea
           MOVE AfdRiskRating TO FndRisk
           MOVE AfdOwner TO FndOwner
           MOVE AfdAgreedFixDate TO FndFixDate
           IF AfdInProgress
               MOVE "IN PROGRESS" TO FndStatus
           ELSE
               MOVE "OPEN" TO FndStatus
           END-IF
           MOVE FindingDetail TO OverdueLine
           WRITE OverdueLine
           MOVE AfdText TO FtlText
           MOVE FindingTextLine TO OverdueLine
           WRITE OverdueLine.

      *>   CloseBranchGroup prints the branch's totals and adds
      *>   them to its region; nothing happens before the first
      *>   branch.
       CloseBranchGroup.
           IF BranchOverdue > ZERO
               ADD 1 TO BranchesOverdue
               MOVE BranchOverdue TO BtlOverdue
               MOVE BranchHigh TO BtlHigh
               MOVE BranchMedium TO BtlMedium
               MOVE BranchLow TO BtlLow
               MOVE BranchTotalLine TO OverdueLine
               WRITE OverdueLine
               PERFORM FindRegionEntry
               IF NOT RegionFound
                   IF RegionCount < RegionMax
                       ADD 1 TO RegionCount
                       MOVE CurrentRegion TO RgnCode(RegionCount)
                       MOVE ZERO TO RgnBranches(RegionCount)
                       MOVE ZERO TO RgnHigh(RegionCount)
                       MOVE ZERO TO RgnMedium(RegionCount)
                       MOVE ZERO TO RgnLow(RegionCount)
                       MOVE RegionCount TO RegionIdx
                       MOVE "Y" TO RegionFoundFlag
                   END-IF
               END-IF
               IF RegionFound
                   ADD 1 TO RgnBranches(RegionIdx)
                   ADD BranchHigh TO RgnHigh(RegionIdx)
                   ADD BranchMedium TO RgnMedium(RegionIdx)
                   ADD BranchLow TO RgnLow(RegionIdx)
               END-IF
               MOVE ZERO TO BranchOverdue
           END-IF.

       FindRegionEntry.
           MOVE "N" TO RegionFoundFlag
           PERFORM ScanOneRegion
               VARYING RegionIdx FROM 1 BY 1
               UNTIL RegionIdx > RegionCount OR RegionFound
           IF RegionFound
               SUBTRACT 1 FROM RegionIdx
           END-IF.

      *>   The VARYING loop leaves RegionIdx one past the entry
      *>   that matched, so FindRegionEntry steps it back.
       ScanOneRegion.
           IF RgnCode(RegionIdx) = CurrentRegion
               MOVE "Y" TO RegionFoundFlag
           END-IF.

       PrintRegionSummary.
           MOVE SPACES TO OverdueLine
           WRITE OverdueLine
           MOVE RegionHeading TO OverdueLine
           WRITE OverdueLine
           PERFORM PrintOneRegion
               VARYING RegionIdx FROM 1 BY 1
               UNTIL RegionIdx > RegionCount
           MOVE SPACES TO OverdueLine
           WRITE OverdueLine
           MOVE FindingsOverdue TO GtlOverdue
           MOVE BranchesOverdue TO GtlBranches
           MOVE GrandTotalLine TO OverdueLine
           WRITE OverdueLine.

       PrintOneRegion.
           MOVE RgnCode(RegionIdx) TO RglRegion
           MOVE RgnBranches(RegionIdx) TO RglBranches
           MOVE RgnHigh(RegionIdx) TO RglHigh
           MOVE RgnMedium(RegionIdx) TO RglMedium
           MOVE RgnLow(RegionIdx) TO RglLow
           MOVE RegionLine TO OverdueLine
           WRITE OverdueLine.

       ReadNextFinding.
           READ FindingFile NEXT RECORD
               AT END MOVE "10" TO FindingFileStatus
           END-READ.
