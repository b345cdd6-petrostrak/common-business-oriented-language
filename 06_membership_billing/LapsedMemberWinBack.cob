       IDENTIFICATION DIVISION.
       PROGRAM-ID. LapsedMemberWinBack.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Lapsed member win-back campaigns. Members who declined at
      *>   renewal or lapsed in arrears were never contacted again;
      *>   this run selects them for a mailing and reports how each
      *>   campaign is doing.
      *>     - With a campaign code on WINBPARM, every cancelled
      *>       member on MEMBMAST who matches the card is selected:
      *>       the cancellation reason (R, A or M; space for any),
      *>       the former member type (space for any) and a window
      *>       of whole months since leaving (3 to 24 when not
      *>       given). The leaving date is MmbCancelDate, or for a
      *>       renewal cancellation from before the date was
      *>       stamped, the date the member was renewed through.
      *>       Left out, and counted, are members who asked not to
      *>       be contacted, anyone with a write-off on WOFFHIST,
      *>       anyone with no CONTACT address or no leaving date,
      *>       and anyone already on the campaign, so a rerun adds
      *>       no second letter. Each member selected is written to
      *>       the WINBEXT mailing extract with the campaign code,
      *>       and registered on WINBACK as mailed.
      *>     - Every run, with or without a card, reports each
      *>       campaign on WINBACK: members mailed, rejoined (the
      *>       rejoin recorded by MemberMaintenance when the code
      *>       was quoted), other responses quoting the code, and
      *>       the response and rejoin rates against those mailed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WinBackParmFile ASSIGN TO "WINBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WinBackParmStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT WriteOffHistoryFile ASSIGN TO "WOFFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffHistoryStatus.
           SELECT WinBackFile ASSIGN TO "WINBACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WbkKey
               FILE STATUS IS WinBackStatus.
           SELECT WinBackExtractFile ASSIGN TO "WINBEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WinBackReport ASSIGN TO "WINBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD WinBackParmFile.
       01 WinBackParmRec.
           02 WbpCampaignCode PIC X(6).
           02 WbpCancelReason PIC X.
           02 WbpMemberType PIC X.
           02 WbpMonthsFrom PIC 9(3).
           02 WbpMonthsTo PIC 9(3).
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ContactFile.
       COPY CONTACT.
       FD WriteOffHistoryFile.
       01 WriteOffHistoryLine.
           02 WohMemberId PIC 9(6).
           02 FILLER PIC X(35).
       FD WinBackFile.
       COPY WINBACK.
       FD WinBackExtractFile.
       COPY WINBEXT.
       FD WinBackReport.
       01 WinBackLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 WinBackParmStatus PIC XX VALUE "00".
           88 WinBackParmNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberAtEnd VALUE "10".
           88 MemberMasterNotFound VALUE "35".
       01 ContactFileStatus PIC XX VALUE "00".
           88 ContactFileNotFound VALUE "35".
       01 ContactOpenFlag PIC X VALUE "N".
           88 ContactFileOpen VALUE "Y".
       01 WriteOffHistoryStatus PIC XX VALUE "00".
           88 WriteOffHistoryAtEnd VALUE "10".
           88 WriteOffHistoryNotFound VALUE "35".
       01 WinBackStatus PIC XX VALUE "00".
           88 WinBackAtEnd VALUE "10".
           88 WinBackNotFound VALUE "35".
       01 CampaignRunFlag PIC X VALUE "N".
           88 CampaignRun VALUE "Y".
       01 CampaignCode PIC X(6) VALUE SPACES.
       01 SelectReason PIC X VALUE SPACE.
       01 SelectMemberType PIC X VALUE SPACE.
       01 MonthsFrom PIC 9(3) VALUE 3.
       01 MonthsTo PIC 9(3) VALUE 24.
       01 TodayYear PIC 9(4) VALUE ZERO.
       01 TodayMonth PIC 9(2) VALUE ZERO.
       01 TodayMonthDay PIC 9(4) VALUE ZERO.
       01 LeavingDate PIC 9(8) VALUE ZERO.
       01 LeavingYear PIC 9(4) VALUE ZERO.
       01 LeavingMonth PIC 9(2) VALUE ZERO.
       01 LeavingMonthDay PIC 9(4) VALUE ZERO.
       01 MonthsSinceLeaving PIC S9(5) VALUE ZERO.
       01 ExcludeReason PIC X(30) VALUE SPACES.
      *>   Members with a write-off on their history.
       01 WrittenOffMax PIC 9(4) VALUE 5000.
       01 WrittenOffCount PIC 9(4) VALUE ZERO.
       01 WrittenOffTable.
           02 WrittenOffEntry OCCURS 5000 TIMES.
               03 WotMemberId PIC 9(6).
       01 WrittenOffIdx PIC 9(4) COMP VALUE ZERO.
       01 WrittenOffLookupId PIC 9(6) VALUE ZERO.
       01 WrittenOffFlag PIC X VALUE "N".
           88 MemberWrittenOff VALUE "Y".
      *>   The campaign in hand on the register pass.
       01 CampaignStartedFlag PIC X VALUE "N".
           88 CampaignStarted VALUE "Y".
       01 CurrentCampaign PIC X(6) VALUE SPACES.
       01 CampaignMailed PIC 9(7) COMP VALUE ZERO.
       01 CampaignRejoined PIC 9(7) COMP VALUE ZERO.
       01 CampaignOther PIC 9(7) COMP VALUE ZERO.
       01 CampaignResponses PIC 9(7) COMP VALUE ZERO.
       01 RatePercent PIC 9(3)V9 VALUE ZERO.
       01 MembersRead PIC 9(7) COMP VALUE ZERO.
       01 FormerInWindow PIC 9(7) COMP VALUE ZERO.
       01 MembersSelected PIC 9(7) COMP VALUE ZERO.
       01 ExcludedNoContact PIC 9(7) COMP VALUE ZERO.
       01 ExcludedWrittenOff PIC 9(7) COMP VALUE ZERO.
       01 ExcludedNoAddress PIC 9(7) COMP VALUE ZERO.
       01 ExcludedUndated PIC 9(7) COMP VALUE ZERO.
       01 ExcludedAlreadyMailed PIC 9(7) COMP VALUE ZERO.
       01 ExcludedTotal PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "LapsedMemberWinBack".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "LAPSED MEMBER WIN-BACK - RUN ".
           02 RphDate PIC 9(8).
       01 SelectionHeading.
           02 FILLER PIC X(9) VALUE "CAMPAIGN ".
           02 SlhCampaignCode PIC X(6).
           02 FILLER PIC X(9) VALUE "  REASON ".
           02 SlhReason PIC X.
           02 FILLER PIC X(7) VALUE "  TYPE ".
           02 SlhMemberType PIC X.
           02 FILLER PIC X(17) VALUE "  MONTHS SINCE   ".
           02 SlhMonthsFrom PIC ZZ9.
           02 FILLER PIC X(4) VALUE " TO ".
           02 SlhMonthsTo PIC ZZ9.
       01 CountLine.
           02 CnlLabel PIC X(36).
           02 CnlCount PIC Z,ZZZ,ZZ9.
       01 CampaignHeading.
           02 FILLER PIC X(33) VALUE
               "CAMPAIGN MAILED REJOINED  REJOIN%".
           02 FILLER PIC X(29) VALUE
               "     OTHER RESPONSES    RESP%".
       01 CampaignLine.
           02 CplCampaignCode PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CplMailed PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CplRejoined PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CplRejoinRate PIC ZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CplOther PIC ZZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CplResponses PIC ZZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CplResponseRate PIC ZZ9.9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           DIVIDE TodayYYYYMMDD BY 10000
               GIVING TodayYear REMAINDER TodayMonthDay
           DIVIDE TodayMonthDay BY 100 GIVING TodayMonth
           PERFORM ReadWinBackParm
           OPEN I-O WinBackFile
           IF WinBackNotFound
               OPEN OUTPUT WinBackFile
               CLOSE WinBackFile
               OPEN I-O WinBackFile
           END-IF
           OPEN OUTPUT WinBackReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO WinBackLine
           WRITE WinBackLine
           MOVE SPACES TO WinBackLine
           WRITE WinBackLine
           IF CampaignRun
               PERFORM RunCampaignSelection
           END-IF
           PERFORM ReportCampaigns
           CLOSE WinBackFile
           CLOSE WinBackReport
           DISPLAY "LapsedMemberWinBack - selected = "
                   MembersSelected " excluded = " ExcludedTotal
           MOVE MembersRead TO ReadForReport
           MOVE MembersSelected TO WrittenForReport
           MOVE ExcludedTotal TO RejectedForReport
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   ReadWinBackParm - no card, or a card with no campaign
      *>   code, runs the campaign report alone. A zero or
      *>   non-numeric month bound keeps its default.
       ReadWinBackParm.
           OPEN INPUT WinBackParmFile
           IF NOT WinBackParmNotFound
               READ WinBackParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TakeWinBackParm
               END-READ
               CLOSE WinBackParmFile
           END-IF.

       TakeWinBackParm.
           IF WbpCampaignCode NOT = SPACES
               MOVE "Y" TO CampaignRunFlag
               MOVE WbpCampaignCode TO CampaignCode
               MOVE WbpCancelReason TO SelectReason
               MOVE WbpMemberType TO SelectMemberType
               IF WbpMonthsFrom NUMERIC AND WbpMonthsFrom > ZERO
                   MOVE WbpMonthsFrom TO MonthsFrom
               END-IF
               IF WbpMonthsTo NUMERIC AND WbpMonthsTo > ZERO
                   MOVE WbpMonthsTo TO MonthsTo
               END-IF
           END-IF.

       RunCampaignSelection.
           PERFORM LoadWrittenOffMembers
           MOVE "Y" TO ContactOpenFlag
           OPEN INPUT ContactFile
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN OUTPUT WinBackExtractFile
           OPEN INPUT MemberMasterFile
           IF NOT MemberMasterNotFound
               PERFORM ReadNextMember
               PERFORM SelectOneMember UNTIL MemberAtEnd
               CLOSE MemberMasterFile
           END-IF
           CLOSE WinBackExtractFile
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           COMPUTE ExcludedTotal = ExcludedNoContact
                   + ExcludedWrittenOff + ExcludedNoAddress
                   + ExcludedUndated + ExcludedAlreadyMailed
           PERFORM PrintSelectionSummary.

       LoadWrittenOffMembers.
           OPEN INPUT WriteOffHistoryFile
           IF NOT WriteOffHistoryNotFound
               PERFORM ReadNextWriteOff
               PERFORM NoteOneWriteOff UNTIL WriteOffHistoryAtEnd
               CLOSE WriteOffHistoryFile
           END-IF.

       NoteOneWriteOff.
           MOVE WohMemberId TO WrittenOffLookupId
           PERFORM FindWrittenOff
           IF NOT MemberWrittenOff
               IF WrittenOffCount < WrittenOffMax
                   ADD 1 TO WrittenOffCount
                   MOVE WohMemberId TO WotMemberId(WrittenOffCount)
               ELSE
                   DISPLAY "LapsedMemberWinBack - write-off table "
                           "full, member " WohMemberId " not held"
               END-IF
           END-IF
           PERFORM ReadNextWriteOff.

       FindWrittenOff.
           MOVE "N" TO WrittenOffFlag
           PERFORM MatchOneWriteOff
               VARYING WrittenOffIdx FROM 1 BY 1
               UNTIL WrittenOffIdx > WrittenOffCount
                  OR MemberWrittenOff.

       MatchOneWriteOff.
           IF WotMemberId(WrittenOffIdx) = WrittenOffLookupId
               MOVE "Y" TO WrittenOffFlag
           END-IF.

      *>   SelectOneMember - the card's reason, type and months
      *>   window decide who is a candidate; the exclusions then
      *>   decide who is mailed.
       SelectOneMember.
           ADD 1 TO MembersRead
           IF MmbCancelled
              AND (SelectReason = SPACE
                OR SelectReason = MmbCancelReason)
              AND (SelectMemberType = SPACE
                OR SelectMemberType = MmbMemberType)
               PERFORM FindLeavingDate
               IF LeavingDate = ZERO
                   ADD 1 TO ExcludedUndated
               ELSE
                   IF MonthsSinceLeaving NOT < MonthsFrom
                      AND MonthsSinceLeaving NOT > MonthsTo
                       ADD 1 TO FormerInWindow
                       PERFORM CheckExclusions
                       IF ExcludeReason = SPACES
                           PERFORM MailFormerMember
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextMember.

       FindLeavingDate.
           MOVE MmbCancelDate TO LeavingDate
           IF LeavingDate = ZERO
               MOVE MmbRenewedThrough TO LeavingDate
           END-IF
           MOVE ZERO TO MonthsSinceLeaving
           IF LeavingDate > ZERO
               DIVIDE LeavingDate BY 10000
                   GIVING LeavingYear REMAINDER LeavingMonthDay
               DIVIDE LeavingMonthDay BY 100 GIVING LeavingMonth
               COMPUTE MonthsSinceLeaving =
                       (TodayYear * 12 + TodayMonth)
                     - (LeavingYear * 12 + LeavingMonth)
           END-IF.

       CheckExclusions.
           MOVE SPACES TO ExcludeReason
           MOVE MmbMemberId TO WrittenOffLookupId
           PERFORM FindWrittenOff
           EVALUATE TRUE
               WHEN MmbDoNotContact
                   MOVE "ASKED NOT TO BE CONTACTED" TO ExcludeReason
                   ADD 1 TO ExcludedNoContact
               WHEN MemberWrittenOff
                   MOVE "WRITTEN OFF" TO ExcludeReason
                   ADD 1 TO ExcludedWrittenOff
           END-EVALUATE
           IF ExcludeReason = SPACES
               MOVE CampaignCode TO WbkCampaignCode
               MOVE MmbMemberId TO WbkMemberId
               READ WinBackFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ALREADY ON CAMPAIGN" TO ExcludeReason
                       ADD 1 TO ExcludedAlreadyMailed
               END-READ
           END-IF
           IF ExcludeReason = SPACES
               PERFORM FindContactAddress
           END-IF.

       FindContactAddress.
           MOVE SPACES TO WinBackExtractRec
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE MmbMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CttAddressLine1 TO WbxAddressLine1
                       MOVE CttAddressLine2 TO WbxAddressLine2
                       MOVE CttPostalCode TO WbxPostalCode
               END-READ
           END-IF
           IF WbxAddressLine1 = SPACES
               MOVE "NO POSTAL ADDRESS" TO ExcludeReason
               ADD 1 TO ExcludedNoAddress
           END-IF.

       MailFormerMember.
           MOVE CampaignCode TO WbxCampaignCode
           MOVE MmbMemberId TO WbxMemberId
           MOVE MmbMemberName TO WbxMemberName
           MOVE MmbMemberType TO WbxFormerType
           MOVE MmbCancelReason TO WbxCancelReason
           MOVE LeavingDate TO WbxCancelDate
           WRITE WinBackExtractRec
           MOVE CampaignCode TO WbkCampaignCode
           MOVE MmbMemberId TO WbkMemberId
           MOVE TodayYYYYMMDD TO WbkMailedDate
           MOVE MmbMemberType TO WbkFormerType
           MOVE MmbCancelReason TO WbkCancelReason
           MOVE LeavingDate TO WbkCancelDate
           MOVE "M" TO WbkStatus
           MOVE ZERO TO WbkResponseDate
           WRITE WinBackRec
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO MembersSelected.

       PrintSelectionSummary.
           MOVE CampaignCode TO SlhCampaignCode
           MOVE SelectReason TO SlhReason
           MOVE SelectMemberType TO SlhMemberType
           MOVE MonthsFrom TO SlhMonthsFrom
           MOVE MonthsTo TO SlhMonthsTo
           MOVE SelectionHeading TO WinBackLine
           WRITE WinBackLine
           MOVE "Members read" TO CnlLabel
           MOVE MembersRead TO CnlCount
           PERFORM WriteCountLine
           MOVE "Former members in the window" TO CnlLabel
           MOVE FormerInWindow TO CnlCount
           PERFORM WriteCountLine
           MOVE "Left out - asked not to be contacted" TO CnlLabel
           MOVE ExcludedNoContact TO CnlCount
           PERFORM WriteCountLine
           MOVE "Left out - written off" TO CnlLabel
           MOVE ExcludedWrittenOff TO CnlCount
           PERFORM WriteCountLine
           MOVE "Left out - already on campaign" TO CnlLabel
           MOVE ExcludedAlreadyMailed TO CnlCount
           PERFORM WriteCountLine
           MOVE "Left out - no postal address" TO CnlLabel
           MOVE ExcludedNoAddress TO CnlCount
           PERFORM WriteCountLine
           MOVE "Left out - no leaving date" TO CnlLabel
           MOVE ExcludedUndated TO CnlCount
           PERFORM WriteCountLine
           MOVE "Selected for mailing" TO CnlLabel
           MOVE MembersSelected TO CnlCount
           PERFORM WriteCountLine
           MOVE SPACES TO WinBackLine
           WRITE WinBackLine.

       WriteCountLine.
           MOVE CountLine TO WinBackLine
           WRITE WinBackLine.

      *>   ReportCampaigns walks the register in key order, which
      *>   is campaign by campaign, and prints a line per campaign.
       ReportCampaigns.
           MOVE CampaignHeading TO WinBackLine
           WRITE WinBackLine
           MOVE "N" TO CampaignStartedFlag
           MOVE "00" TO WinBackStatus
           MOVE LOW-VALUES TO WbkKey
           START WinBackFile KEY NOT LESS THAN WbkKey
               INVALID KEY MOVE "10" TO WinBackStatus
           END-START
           IF NOT WinBackAtEnd
               PERFORM ReadNextWinBack
           END-IF
           PERFORM CountOneWinBack UNTIL WinBackAtEnd
           IF CampaignStarted
               PERFORM PrintCampaignLine
           END-IF.

       CountOneWinBack.
           IF CampaignStarted AND WbkCampaignCode NOT = CurrentCampaign
               PERFORM PrintCampaignLine
           END-IF
           IF NOT CampaignStarted
               MOVE "Y" TO CampaignStartedFlag
               MOVE WbkCampaignCode TO CurrentCampaign
               MOVE ZERO TO CampaignMailed
               MOVE ZERO TO CampaignRejoined
               MOVE ZERO TO CampaignOther
           END-IF
           EVALUATE TRUE
               WHEN WbkMailed
                   ADD 1 TO CampaignMailed
               WHEN WbkRejoined
                   ADD 1 TO CampaignMailed
                   ADD 1 TO CampaignRejoined
               WHEN WbkUnsolicited
                   ADD 1 TO CampaignOther
           END-EVALUATE
           PERFORM ReadNextWinBack.

       PrintCampaignLine.
           COMPUTE CampaignResponses = CampaignRejoined + CampaignOther
           MOVE CurrentCampaign TO CplCampaignCode
           MOVE CampaignMailed TO CplMailed
           MOVE CampaignRejoined TO CplRejoined
           MOVE CampaignOther TO CplOther
           MOVE CampaignResponses TO CplResponses
           MOVE ZERO TO CplRejoinRate
           MOVE ZERO TO CplResponseRate
           IF CampaignMailed > ZERO
               COMPUTE RatePercent ROUNDED =
                       CampaignRejoined * 100 / CampaignMailed
               MOVE RatePercent TO CplRejoinRate
               COMPUTE RatePercent ROUNDED =
                       CampaignResponses * 100 / CampaignMailed
                   ON SIZE ERROR
                       MOVE 999.9 TO RatePercent
               END-COMPUTE
               MOVE RatePercent TO CplResponseRate
           END-IF
           MOVE CampaignLine TO WinBackLine
           WRITE WinBackLine
           MOVE "N" TO CampaignStartedFlag.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextWriteOff.
           READ WriteOffHistoryFile
               AT END MOVE "10" TO WriteOffHistoryStatus
           END-READ.

       ReadNextWinBack.
           READ WinBackFile NEXT RECORD
               AT END MOVE "10" TO WinBackStatus
           END-READ.
