       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPerformanceReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Collection agency performance, off the AGYACCT agency
      *>   account master: for each agency, what it was given
      *>   against what it got back - periods and balances
      *>   placed, gross collected and the recovery rate on the
      *>   placed balance, the commission it kept and the net that
      *>   reached us, and how the placed accounts stand (still
      *>   with the agency and the balance outstanding, cleared in
      *>   full, or handed back uncollectable and the balance that
      *>   went to write-off). The master is never purged, so the
      *>   figures run from each agency's first placement; a
      *>   closing block totals all agencies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgencyAccountFile ASSIGN TO "AGYACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AgencyAccountKey
               FILE STATUS IS AgencyAccountStatus.
           SELECT PerformanceReport ASSIGN TO "AGYPERF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AgencyAccountFile.
       COPY AGYACCT.
       FD PerformanceReport.
       01 PerformanceLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AgencyAccountStatus PIC XX VALUE "00".
           88 AgencyAccountAtEnd VALUE "10".
           88 AgencyAccountNotFound VALUE "35".
       01 CurrentAgencyCode PIC X(4) VALUE SPACES.
      *>   One set of accumulators for the agency in hand and one
      *>   for all agencies, printed by the same block paragraph.
       01 AgencyFigures.
           02 AgfPlacedCount PIC 9(7) COMP.
           02 AgfPlacedAmount PIC 9(9)V99.
           02 AgfCollectedAmount PIC 9(9)V99.
           02 AgfCommissionAmount PIC 9(9)V99.
           02 AgfOpenCount PIC 9(7) COMP.
           02 AgfOpenAmount PIC 9(9)V99.
           02 AgfClearedCount PIC 9(7) COMP.
           02 AgfUncollectableCount PIC 9(7) COMP.
           02 AgfUncollectableAmount PIC 9(9)V99.
       01 AllAgencyFigures.
           02 AllPlacedCount PIC 9(7) COMP.
           02 AllPlacedAmount PIC 9(9)V99.
           02 AllCollectedAmount PIC 9(9)V99.
           02 AllCommissionAmount PIC 9(9)V99.
           02 AllOpenCount PIC 9(7) COMP.
           02 AllOpenAmount PIC 9(9)V99.
           02 AllClearedCount PIC 9(7) COMP.
           02 AllUncollectableCount PIC 9(7) COMP.
           02 AllUncollectableAmount PIC 9(9)V99.
       01 AccountRemaining PIC 9(7)V99 VALUE ZERO.
       01 NetRecovered PIC 9(9)V99 VALUE ZERO.
       01 RecoveryPct PIC 9(3)V9 VALUE ZERO.
       01 AccountsRead PIC 9(7) COMP VALUE ZERO.
       01 AgenciesReported PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AgencyPerformance".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(39) VALUE
               "COLLECTION AGENCY PERFORMANCE - AS AT ".
           02 RphDate PIC 9(8).
       01 AgencyHeading.
           02 FILLER PIC X(7) VALUE "AGENCY ".
           02 AghAgencyCode PIC X(12).
       01 FigureLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FglLabel PIC X(22).
           02 FglCount PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FglAmount PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FglNote PIC X(20).
       01 RecoveryNote.
           02 FILLER PIC X(10) VALUE "RECOVERED ".
           02 RcnPct PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           INITIALIZE AgencyFigures
           INITIALIZE AllAgencyFigures
           OPEN OUTPUT PerformanceReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO PerformanceLine
           WRITE PerformanceLine
           OPEN INPUT AgencyAccountFile
           IF AgencyAccountNotFound
               MOVE "NO DEBT HAS BEEN PLACED WITH AN AGENCY"
                   TO PerformanceLine
               WRITE PerformanceLine
           ELSE
               PERFORM ReadNextAccount
               IF NOT AgencyAccountAtEnd
                   MOVE AgaAgencyCode TO CurrentAgencyCode
               END-IF
               PERFORM AddOneAccount UNTIL AgencyAccountAtEnd
               IF AccountsRead > ZERO
                   PERFORM PrintAgencyBlock
               END-IF
               CLOSE AgencyAccountFile
               PERFORM PrintAllAgencyBlock
           END-IF
           CLOSE PerformanceReport
           MOVE AccountsRead TO ReadForReport
           MOVE AccountsRead TO WrittenForReport
           MOVE AllCollectedAmount TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       AddOneAccount.
           IF AgaAgencyCode NOT = CurrentAgencyCode
               PERFORM PrintAgencyBlock
               MOVE AgaAgencyCode TO CurrentAgencyCode
           END-IF
           ADD 1 TO AccountsRead
           ADD 1 TO AgfPlacedCount
           ADD AgaPlacedAmount TO AgfPlacedAmount
           ADD AgaCollectedAmount TO AgfCollectedAmount
           ADD AgaCommissionAmount TO AgfCommissionAmount
           MOVE ZERO TO AccountRemaining
           IF AgaPlacedAmount > AgaCollectedAmount
               COMPUTE AccountRemaining =
                       AgaPlacedAmount - AgaCollectedAmount
           END-IF
           EVALUATE TRUE
               WHEN AgaPlaced
                   ADD 1 TO AgfOpenCount
                   ADD AccountRemaining TO AgfOpenAmount
               WHEN AgaCollectedInFull
                   ADD 1 TO AgfClearedCount
               WHEN AgaUncollectable
                   ADD 1 TO AgfUncollectableCount
                   ADD AccountRemaining TO AgfUncollectableAmount
           END-EVALUATE
           PERFORM ReadNextAccount.

      *>   PrintAgencyBlock prints the agency in hand, rolls it
      *>   into the all-agency figures and clears it for the next.
       PrintAgencyBlock.
           ADD 1 TO AgenciesReported
           MOVE CurrentAgencyCode TO AghAgencyCode
           PERFORM PrintFigureBlock
           ADD AgfPlacedCount TO AllPlacedCount
           ADD AgfPlacedAmount TO AllPlacedAmount
           ADD AgfCollectedAmount TO AllCollectedAmount
           ADD AgfCommissionAmount TO AllCommissionAmount
           ADD AgfOpenCount TO AllOpenCount
           ADD AgfOpenAmount TO AllOpenAmount
           ADD AgfClearedCount TO AllClearedCount
           ADD AgfUncollectableCount TO AllUncollectableCount
           ADD AgfUncollectableAmount TO AllUncollectableAmount
           INITIALIZE AgencyFigures.

       PrintAllAgencyBlock.
           MOVE AllAgencyFigures TO AgencyFigures
           MOVE "- ALL AGENCIES" TO AghAgencyCode
           PERFORM PrintFigureBlock.

       PrintFigureBlock.
           MOVE SPACES TO PerformanceLine
           WRITE PerformanceLine
           MOVE AgencyHeading TO PerformanceLine
           WRITE PerformanceLine
           MOVE ZERO TO RecoveryPct
           IF AgfPlacedAmount > ZERO
               COMPUTE RecoveryPct ROUNDED =
                       AgfCollectedAmount * 100 / AgfPlacedAmount
           END-IF
           COMPUTE NetRecovered =
                   AgfCollectedAmount - AgfCommissionAmount
           MOVE "PERIODS PLACED" TO FglLabel
           MOVE AgfPlacedCount TO FglCount
           MOVE AgfPlacedAmount TO FglAmount
           MOVE SPACES TO FglNote
           PERFORM WriteFigureLine
           MOVE "GROSS COLLECTED" TO FglLabel
           MOVE ZERO TO FglCount
           MOVE AgfCollectedAmount TO FglAmount
           MOVE RecoveryPct TO RcnPct
           MOVE RecoveryNote TO FglNote
           PERFORM WriteFigureLine
           MOVE "COMMISSION KEPT" TO FglLabel
           MOVE AgfCommissionAmount TO FglAmount
           MOVE SPACES TO FglNote
           PERFORM WriteFigureLine
           MOVE "NET RECOVERED" TO FglLabel
           MOVE NetRecovered TO FglAmount
           PERFORM WriteFigureLine
           MOVE "STILL WITH AGENCY" TO FglLabel
           MOVE AgfOpenCount TO FglCount
           MOVE AgfOpenAmount TO FglAmount
           MOVE "OUTSTANDING" TO FglNote
           PERFORM WriteFigureLine
           MOVE "CLEARED IN FULL" TO FglLabel
           MOVE AgfClearedCount TO FglCount
           MOVE ZERO TO FglAmount
           MOVE SPACES TO FglNote
           PERFORM WriteFigureLine
           MOVE "RETURNED UNCOLLECTABLE" TO FglLabel
           MOVE AgfUncollectableCount TO FglCount
           MOVE AgfUncollectableAmount TO FglAmount
           MOVE "TO WRITE-OFF" TO FglNote
           PERFORM WriteFigureLine.

       WriteFigureLine.
           MOVE FigureLine TO PerformanceLine
           WRITE PerformanceLine.

       ReadNextAccount.
           READ AgencyAccountFile NEXT RECORD
               AT END MOVE "10" TO AgencyAccountStatus
           END-READ.
