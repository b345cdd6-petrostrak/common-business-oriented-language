       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFlowForecast.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Weekly thirteen-week cash-flow forecast for treasury,
      *>   built from the receipts already on file rather than a
      *>   guess. Weeks run Monday to Sunday from the first Monday
      *>   on or after the run date (or the CFPARM start date),
      *>   stepped on the real calendar by BusinessDayCheck. Each
      *>   week expects:
      *>     - the direct debits on the pending BANKDDI collection
      *>       file, by collection date;
      *>     - the failed debits DirectDebitRepresent has cut to
      *>       REPRFEE for re-presentation, in week one - they go
      *>       out with the next extract;
      *>     - every PAYPLAN installment falling due in the week;
      *>     - each active member's renewal falling in the week
      *>       (MmbRenewedThrough, or the joining anniversary when
      *>       the member has never renewed) at the FEESCHED rate
      *>       in force that day - only after the last BANKDDI
      *>       collection date, which already carries the nearer
      *>       ones, and not inside a freeze window;
      *>   less the historic failure rate on the debit-collected
      *>   money (direct debits, re-presentations and renewals):
      *>   what BANKRET returned against what the sent collection
      *>   files (DDHIST, appended by DirectDebitExtract) asked
      *>   for on collection dates already passed, unless CFPARM
      *>   overrides it.
      *>   Installments are paid at the counter and are not cut.
      *>   Every run stores each week's latest forecast on CFHIST,
      *>   keeping the first one made, and records the actual
      *>   receipts of the week just ended: its DDHIST collections
      *>   less their returns, plus the counter receipts on
      *>   CASHRECV dated in the week (CASHRECV holds receipts of
      *>   every day, so the receipt date picks the week's out;
      *>   an undated receipt counts in no week). The CFRPT report
      *>   prints the thirteen weeks and then the last thirteen
      *>   weeks passed, forecast against actual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CashForecastParmFile ASSIGN TO "CFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashForecastParmStatus.
           SELECT BankInterfaceFile ASSIGN TO "BANKDDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankInterfaceStatus.
           SELECT DdHistoryFile ASSIGN TO "DDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DdHistoryStatus.
           SELECT BankReturnFile ASSIGN TO "BANKRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankReturnStatus.
           SELECT RepresentFeeFile ASSIGN TO "REPRFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepresentFeeStatus.
           SELECT PaymentPlanFile ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PaymentPlanKey
               FILE STATUS IS PaymentPlanStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ScheduleFile ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FeeScheduleKey
               FILE STATUS IS ScheduleFileStatus.
           SELECT CashReceiptsFile ASSIGN TO "CASHRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashReceiptsStatus.
           SELECT ForecastHistoryFile ASSIGN TO "CFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CfhWeekStart
               FILE STATUS IS ForecastHistoryStatus.
           SELECT ForecastReport ASSIGN TO "CFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CashForecastParmFile.
       COPY CFPARM.
       FD BankInterfaceFile.
       COPY BANKDDI.
      *>   DDHIST - the collection files already sent, BANKDDI
      *>   records of earlier runs; only instructions are used.
       FD DdHistoryFile.
       01 DdHistoryRec.
           02 DdhRecordType PIC X.
               88 DdhDetailRecord VALUE "D".
           02 DdhMemberId PIC 9(6).
           02 DdhBillMonth PIC 9(2).
           02 DdhBillYear PIC 9(4).
           02 DdhAmount PIC 9(5)V99.
           02 DdhCollectionDate PIC 9(8).
           02 FILLER PIC X(13).
       FD BankReturnFile.
       COPY BANKRET.
       FD RepresentFeeFile.
       COPY MEMFEE.
       FD PaymentPlanFile.
       COPY PAYPLAN.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ScheduleFile.
       COPY FEESCHED.
       FD CashReceiptsFile.
       COPY CASHREC.
       FD ForecastHistoryFile.
       COPY CFHIST.
       FD ForecastReport.
       01 ForecastLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CashForecastParmStatus PIC XX VALUE "00".
           88 CashForecastParmNotFound VALUE "35".
       01 BankInterfaceStatus PIC XX VALUE "00".
           88 BankInterfaceAtEnd VALUE "10".
           88 BankInterfaceNotFound VALUE "35".
       01 DdHistoryStatus PIC XX VALUE "00".
           88 DdHistoryAtEnd VALUE "10".
           88 DdHistoryNotFound VALUE "35".
       01 BankReturnStatus PIC XX VALUE "00".
           88 BankReturnAtEnd VALUE "10".
           88 BankReturnNotFound VALUE "35".
       01 RepresentFeeStatus PIC XX VALUE "00".
           88 RepresentFeeAtEnd VALUE "10".
           88 RepresentFeeNotFound VALUE "35".
       01 PaymentPlanStatus PIC XX VALUE "00".
           88 PaymentPlanAtEnd VALUE "10".
           88 PaymentPlanNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberMasterAtEnd VALUE "10".
           88 MemberMasterNotFound VALUE "35".
       01 ScheduleFileStatus PIC XX VALUE "00".
           88 ScheduleAtEnd VALUE "10".
           88 ScheduleNotFound VALUE "35".
       01 ScheduleFileOpenFlag PIC X VALUE "N".
           88 ScheduleFileOpen VALUE "Y".
       01 CashReceiptsStatus PIC XX VALUE "00".
           88 CashReceiptsAtEnd VALUE "10".
           88 CashReceiptsNotFound VALUE "35".
       01 ForecastHistoryStatus PIC XX VALUE "00".
           88 ForecastHistoryAtEnd VALUE "10".
           88 ForecastHistoryNotFound VALUE "35".
      *>   BusinessDayCheck parameters.
       01 BdFunctionCode PIC X(4) VALUE SPACES.
       01 BdDateIn PIC 9(8) VALUE ZERO.
       01 BdDaysWanted PIC 9(3) VALUE ZERO.
       01 BdDateOut PIC 9(8) VALUE ZERO.
       01 BdBusinessDayFlag PIC X VALUE "N".
      *>   The thirteen forecast weeks.
       01 WeekCount PIC 9(2) VALUE 13.
       01 WeekTable.
           02 WeekEntry OCCURS 13 TIMES.
               03 WktStart PIC 9(8).
               03 WktEnd PIC 9(8).
               03 WktDd PIC 9(9)V99.
               03 WktRepresent PIC 9(9)V99.
               03 WktPlan PIC 9(9)V99.
               03 WktRenewal PIC 9(9)V99.
               03 WktFailure PIC 9(9)V99.
               03 WktTotal PIC 9(9)V99.
       01 WeekIdx PIC 9(2) COMP VALUE ZERO.
       01 FoundWeekIdx PIC 9(2) COMP VALUE ZERO.
       01 LookupDate PIC 9(8) VALUE ZERO.
       01 ForecastStart PIC 9(8) VALUE ZERO.
       01 ForecastStartParts REDEFINES ForecastStart.
           02 ForecastStartYear PIC 9(4).
           02 ForecastStartMonthDay PIC 9(4).
       01 ForecastEnd PIC 9(8) VALUE ZERO.
      *>   Failure rate.
       01 FailurePercent PIC 9(3)V99 VALUE ZERO.
       01 FailureOverrideFlag PIC X VALUE "N".
           88 FailureOverridden VALUE "Y".
       01 HistorySentTotal PIC 9(11)V99 VALUE ZERO.
       01 HistoryReturnedTotal PIC 9(11)V99 VALUE ZERO.
       01 LastCollectionDate PIC 9(8) VALUE ZERO.
      *>   The week just ended, when CFHIST forecast it.
       01 ActualWeekFlag PIC X VALUE "N".
           88 ActualWeekFound VALUE "Y".
       01 ActualWeekStart PIC 9(8) VALUE ZERO.
       01 ActualWeekEnd PIC 9(8) VALUE ZERO.
       01 ActualDd PIC 9(9)V99 VALUE ZERO.
       01 ActualReturned PIC 9(9)V99 VALUE ZERO.
       01 ActualCounter PIC 9(9)V99 VALUE ZERO.
      *>   The week just ended's collections, matched to returns.
       01 CollectedMax PIC 9(4) VALUE 3000.
       01 CollectedCount PIC 9(4) VALUE ZERO.
       01 CollectedTable.
           02 CollectedEntry OCCURS 3000 TIMES.
               03 ColMemberId PIC 9(6).
               03 ColBillYear PIC 9(4).
               03 ColBillMonth PIC 9(2).
               03 ColAmount PIC 9(5)V99.
               03 ColReturnedFlag PIC X.
                   88 ColReturned VALUE "Y".
       01 CollectedIdx PIC 9(4) COMP VALUE ZERO.
       01 FoundCollectedIdx PIC 9(4) COMP VALUE ZERO.
       01 CollectedDropped PIC 9(5) VALUE ZERO.
      *>   Renewal pricing.
       01 RenewalDate PIC 9(8) VALUE ZERO.
       01 JoinMonthDay PIC 9(4) VALUE ZERO.
       01 JoinYear PIC 9(4) VALUE ZERO.
       01 BestRateFound PIC X VALUE "N".
           88 ScheduledRateFound VALUE "Y".
       01 BestRate PIC 9(3)V99 VALUE ZERO.
       01 FeeScheduleValues.
           02 FILLER PIC X(6) VALUE "S05224".
           02 FILLER PIC X(6) VALUE "F08500".
           02 FILLER PIC X(6) VALUE "T02500".
           02 FILLER PIC X(6) VALUE "R04000".
       01 FeeScheduleTable REDEFINES FeeScheduleValues.
           02 FeeScheduleEntry OCCURS 4 TIMES.
               03 FeeScheduleType PIC X.
               03 FeeScheduleRate PIC 9(3)V99.
       01 FeeIdx PIC 9 COMP VALUE ZERO.
       01 RenewalRate PIC 9(3)V99 VALUE ZERO.
       01 InstallmentIdx PIC 9(2) COMP VALUE ZERO.
      *>   The last thirteen weeks passed, oldest first.
       01 PassedCount PIC 9(2) VALUE ZERO.
       01 PassedTable.
           02 PassedEntry OCCURS 13 TIMES.
               03 PstWeekStart PIC 9(8).
               03 PstFirstForecast PIC 9(9)V99.
               03 PstForecast PIC 9(9)V99.
               03 PstActual PIC 9(9)V99.
               03 PstRecordedFlag PIC X.
                   88 PstRecorded VALUE "Y".
       01 PassedIdx PIC 9(2) COMP VALUE ZERO.
       01 VarianceWork PIC S9(9)V99 VALUE ZERO.
       01 PercentWork PIC S9(5)V9 VALUE ZERO.
       01 ForecastGrandTotal PIC 9(11)V99 VALUE ZERO.
       01 RecordsRead PIC 9(7) COMP VALUE ZERO.
       01 WeeksStored PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "CashFlowForecast".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 ZeroRejectedForReport PIC 9(7) VALUE ZERO.
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(37) VALUE
               "THIRTEEN-WEEK CASH-FLOW FORECAST FROM".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RphStart PIC 9(8).
           02 FILLER PIC X(9) VALUE "  RUN ON ".
           02 RphDate PIC 9(8).
       01 FailureHeading.
           02 FILLER PIC X(36) VALUE
               "DIRECT DEBIT FAILURE RATE APPLIED  ".
           02 FlhPercent PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE "% ".
           02 FlhSource PIC X(20).
       01 ForecastColumns.
           02 FILLER PIC X(35) VALUE
               "WK W/C         DDEBIT    REPRES    ".
           02 FILLER PIC X(36) VALUE
               " PLANS  RENEWALS  FAILURES  EXPECTED".
       01 ForecastDetail.
           02 FcdWeek PIC Z9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdStart PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdDd PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdRepresent PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdPlan PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdRenewal PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdFailure PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FcdTotal PIC Z,ZZZ,ZZ9.
       01 ForecastTotalLine.
           02 FILLER PIC X(61) VALUE
               "THIRTEEN WEEKS EXPECTED".
           02 FttTotal PIC ZZ,ZZZ,ZZ9.
       01 PassedColumns.
           02 FILLER PIC X(32) VALUE
               "W/C          FIRST    LATEST    ".
           02 FILLER PIC X(29) VALUE
               "ACTUAL   VARIANCE   VAR% NOTE".
       01 PassedDetail.
           02 PsdWeekStart PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdFirst PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdLatest PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdActual PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdVariance PIC -Z,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdPercent PIC -ZZ9.9.
           02 PsdPercentText REDEFINES PsdPercent PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PsdNote PIC X(9).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadForecastParm
           PERFORM SetForecastWeeks
           OPEN I-O ForecastHistoryFile
           IF ForecastHistoryNotFound
               OPEN OUTPUT ForecastHistoryFile
               CLOSE ForecastHistoryFile
               OPEN I-O ForecastHistoryFile
           END-IF
           PERFORM FindWeekJustEnded
           PERFORM LoadCollectionHistory
           PERFORM LoadReturnHistory
           PERFORM SetFailureRate
           PERFORM ProjectDirectDebits
           PERFORM ProjectRepresentations
           PERFORM ProjectInstallments
           PERFORM ProjectRenewals
           PERFORM CompleteOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > WeekCount
           IF ActualWeekFound
               PERFORM TotalCounterReceipts
               PERFORM RecordWeekJustEnded
           END-IF
           PERFORM StoreOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > WeekCount
           OPEN OUTPUT ForecastReport
           PERFORM PrintForecastWeeks
           PERFORM PrintPassedWeeks
           CLOSE ForecastReport
           CLOSE ForecastHistoryFile
           MOVE RecordsRead TO ReadForReport
           MOVE WeeksStored TO WrittenForReport
           MOVE ForecastGrandTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   ZeroRejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadForecastParm.
           OPEN INPUT CashForecastParmFile
           IF NOT CashForecastParmNotFound
               READ CashForecastParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CfpStartDate NUMERIC
                          AND CfpStartDate > ZERO
                           MOVE CfpStartDate TO ForecastStart
                       END-IF
                       IF CfpFailurePercent NUMERIC
                          AND CfpFailurePercent > ZERO
                          AND CfpFailurePercent NOT > 100
                           MOVE CfpFailurePercent TO FailurePercent
                           MOVE "Y" TO FailureOverrideFlag
                       END-IF
               END-READ
               CLOSE CashForecastParmFile
           END-IF.

      *>   SetForecastWeeks starts week one on the first Monday on
      *>   or after the run date, unless the card named the start,
      *>   and steps the thirteen weeks on the real calendar.
       SetForecastWeeks.
           IF ForecastStart = ZERO
               MOVE "DOW " TO BdFunctionCode
               MOVE TodayYYYYMMDD TO BdDateIn
               MOVE ZERO TO BdDaysWanted
               PERFORM CallBusinessDayCheck
               IF BdDateOut = 1
                   MOVE ZERO TO BdDaysWanted
               ELSE
                   COMPUTE BdDaysWanted = 8 - BdDateOut
               END-IF
               MOVE "ADDD" TO BdFunctionCode
               MOVE TodayYYYYMMDD TO BdDateIn
               PERFORM CallBusinessDayCheck
               MOVE BdDateOut TO ForecastStart
           END-IF
           MOVE "ADDD" TO BdFunctionCode
           MOVE ForecastStart TO BdDateIn
           PERFORM SetOneWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > WeekCount
           MOVE WktEnd(WeekCount) TO ForecastEnd.

       SetOneWeek.
           IF WeekIdx = 1
               MOVE ForecastStart TO WktStart(WeekIdx)
           ELSE
               MOVE WktStart(WeekIdx - 1) TO BdDateIn
               MOVE 7 TO BdDaysWanted
               PERFORM CallBusinessDayCheck
               MOVE BdDateOut TO WktStart(WeekIdx)
           END-IF
           MOVE WktStart(WeekIdx) TO BdDateIn
           MOVE 6 TO BdDaysWanted
           PERFORM CallBusinessDayCheck
           MOVE BdDateOut TO WktEnd(WeekIdx)
           MOVE ZERO TO WktDd(WeekIdx)
           MOVE ZERO TO WktRepresent(WeekIdx)
           MOVE ZERO TO WktPlan(WeekIdx)
           MOVE ZERO TO WktRenewal(WeekIdx)
           MOVE ZERO TO WktFailure(WeekIdx)
           MOVE ZERO TO WktTotal(WeekIdx).

       CallBusinessDayCheck.
           CALL "BusinessDayCheck" USING BdFunctionCode BdDateIn
                   BdDaysWanted BdDateOut BdBusinessDayFlag
           END-CALL.

      *>   FindWeekJustEnded picks the latest week on CFHIST that
      *>   ended before week one and has no actual yet.
       FindWeekJustEnded.
           MOVE ZERO TO CfhWeekStart
           START ForecastHistoryFile KEY NOT LESS THAN CfhWeekStart
               INVALID KEY MOVE "10" TO ForecastHistoryStatus
           END-START
           IF NOT ForecastHistoryAtEnd
               PERFORM ReadNextForecastWeek
           END-IF
           PERFORM WeighOneHistoryWeek
               UNTIL ForecastHistoryAtEnd
                  OR CfhWeekStart NOT < ForecastStart
           MOVE "00" TO ForecastHistoryStatus.

       WeighOneHistoryWeek.
           IF CfhWeekEnd < ForecastStart
               IF CfhActualRecorded
                   MOVE "N" TO ActualWeekFlag
               ELSE
                   MOVE "Y" TO ActualWeekFlag
                   MOVE CfhWeekStart TO ActualWeekStart
                   MOVE CfhWeekEnd TO ActualWeekEnd
               END-IF
           END-IF
           PERFORM ReadNextForecastWeek.

      *>   LoadCollectionHistory totals what the sent files asked
      *>   for and keeps the week just ended's collections.
       LoadCollectionHistory.
           OPEN INPUT DdHistoryFile
           IF NOT DdHistoryNotFound
               PERFORM ReadNextDdHistory
               PERFORM AddOneSentCollection UNTIL DdHistoryAtEnd
               CLOSE DdHistoryFile
           END-IF.

       AddOneSentCollection.
           ADD 1 TO RecordsRead
           IF DdhDetailRecord
               IF DdhCollectionDate < TodayYYYYMMDD
                   ADD DdhAmount TO HistorySentTotal
               END-IF
               IF ActualWeekFound
                  AND DdhCollectionDate NOT < ActualWeekStart
                  AND DdhCollectionDate NOT > ActualWeekEnd
                   ADD DdhAmount TO ActualDd
                   IF CollectedCount < CollectedMax
                       ADD 1 TO CollectedCount
                       MOVE DdhMemberId
                           TO ColMemberId(CollectedCount)
                       MOVE DdhBillYear
                           TO ColBillYear(CollectedCount)
                       MOVE DdhBillMonth
                           TO ColBillMonth(CollectedCount)
                       MOVE DdhAmount TO ColAmount(CollectedCount)
                       MOVE "N" TO ColReturnedFlag(CollectedCount)
                   ELSE
                       ADD 1 TO CollectedDropped
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextDdHistory.

       LoadReturnHistory.
           OPEN INPUT BankReturnFile
           IF NOT BankReturnNotFound
               PERFORM ReadNextReturn
               PERFORM AddOneReturn UNTIL BankReturnAtEnd
               CLOSE BankReturnFile
           END-IF.

      *>   AddOneReturn - a return of one of the week just ended's
      *>   collections comes off that week's actual, once.
       AddOneReturn.
           ADD 1 TO RecordsRead
           ADD RetAmount TO HistoryReturnedTotal
           IF CollectedCount > ZERO
               MOVE ZERO TO FoundCollectedIdx
               PERFORM MatchOneCollection
                   VARYING CollectedIdx FROM 1 BY 1
                   UNTIL CollectedIdx > CollectedCount
                      OR FoundCollectedIdx > ZERO
               IF FoundCollectedIdx > ZERO
                   MOVE "Y" TO ColReturnedFlag(FoundCollectedIdx)
                   ADD ColAmount(FoundCollectedIdx) TO ActualReturned
               END-IF
           END-IF
           PERFORM ReadNextReturn.

       MatchOneCollection.
           IF ColMemberId(CollectedIdx) = RetMemberId
              AND ColBillYear(CollectedIdx) = RetBillYear
              AND ColBillMonth(CollectedIdx) = RetBillMonth
              AND NOT ColReturned(CollectedIdx)
               MOVE CollectedIdx TO FoundCollectedIdx
           END-IF.

       SetFailureRate.
           IF NOT FailureOverridden
               IF HistorySentTotal > ZERO
                   COMPUTE FailurePercent ROUNDED =
                           HistoryReturnedTotal * 100
                           / HistorySentTotal
                       ON SIZE ERROR
                           MOVE 100 TO FailurePercent
                   END-COMPUTE
                   IF FailurePercent > 100
                       MOVE 100 TO FailurePercent
                   END-IF
               ELSE
                   MOVE ZERO TO FailurePercent
               END-IF
           END-IF.

       ProjectDirectDebits.
           OPEN INPUT BankInterfaceFile
           IF NOT BankInterfaceNotFound
               PERFORM ReadNextInstruction
               PERFORM ProjectOneInstruction UNTIL BankInterfaceAtEnd
               CLOSE BankInterfaceFile
           END-IF.

       ProjectOneInstruction.
           ADD 1 TO RecordsRead
           IF DdiDetailRecord
               IF DdiCollectionDate > LastCollectionDate
                   MOVE DdiCollectionDate TO LastCollectionDate
               END-IF
               MOVE DdiCollectionDate TO LookupDate
               PERFORM FindWeekForDate
               IF FoundWeekIdx > ZERO
                   ADD DdiAmount TO WktDd(FoundWeekIdx)
               END-IF
           END-IF
           PERFORM ReadNextInstruction.

       ProjectRepresentations.
           OPEN INPUT RepresentFeeFile
           IF NOT RepresentFeeNotFound
               PERFORM ReadNextRepresentation
               PERFORM ProjectOneRepresentation
                   UNTIL RepresentFeeAtEnd
               CLOSE RepresentFeeFile
           END-IF.

       ProjectOneRepresentation.
           ADD 1 TO RecordsRead
           ADD FeeTotalFees TO WktRepresent(1)
           PERFORM ReadNextRepresentation.

       ProjectInstallments.
           OPEN INPUT PaymentPlanFile
           IF NOT PaymentPlanNotFound
               PERFORM ReadNextPlan
               PERFORM ProjectOnePlan UNTIL PaymentPlanAtEnd
               CLOSE PaymentPlanFile
           END-IF.

       ProjectOnePlan.
           ADD 1 TO RecordsRead
           IF PlnInstallmentCount NUMERIC
              AND PlnInstallmentCount NOT > 12
               PERFORM ProjectOneInstallment
                   VARYING InstallmentIdx FROM 1 BY 1
                   UNTIL InstallmentIdx > PlnInstallmentCount
           END-IF
           PERFORM ReadNextPlan.

       ProjectOneInstallment.
           MOVE PlnDueDate(InstallmentIdx) TO LookupDate
           PERFORM FindWeekForDate
           IF FoundWeekIdx > ZERO
               ADD PlnAmount(InstallmentIdx) TO WktPlan(FoundWeekIdx)
           END-IF.

       ProjectRenewals.
           MOVE "Y" TO ScheduleFileOpenFlag
           OPEN INPUT ScheduleFile
           IF ScheduleNotFound
               MOVE "N" TO ScheduleFileOpenFlag
           END-IF
           OPEN INPUT MemberMasterFile
           IF NOT MemberMasterNotFound
               PERFORM ReadNextMember
               PERFORM ProjectOneRenewal UNTIL MemberMasterAtEnd
               CLOSE MemberMasterFile
           END-IF
           IF ScheduleFileOpen
               CLOSE ScheduleFile
           END-IF.

      *>   ProjectOneRenewal - the next renewal is the date the
      *>   member is renewed through, or for a member never yet
      *>   renewed the next anniversary of joining.
       ProjectOneRenewal.
           ADD 1 TO RecordsRead
           IF MmbActive
               IF MmbRenewedThrough > ZERO
                   MOVE MmbRenewedThrough TO RenewalDate
               ELSE
                   DIVIDE MmbJoinDate BY 10000
                       GIVING JoinYear REMAINDER JoinMonthDay
                   COMPUTE RenewalDate =
                           ForecastStartYear * 10000 + JoinMonthDay
                   IF RenewalDate < ForecastStart
                       ADD 10000 TO RenewalDate
                   END-IF
               END-IF
               IF RenewalDate > LastCollectionDate
                  AND NOT (MmbFreezeFrom > ZERO
                           AND RenewalDate NOT < MmbFreezeFrom
                           AND RenewalDate NOT > MmbFreezeTo)
                   MOVE RenewalDate TO LookupDate
                   PERFORM FindWeekForDate
                   IF FoundWeekIdx > ZERO
                       PERFORM LookupRenewalRate
                       ADD RenewalRate TO WktRenewal(FoundWeekIdx)
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextMember.

      *>   LookupRenewalRate - the FEESCHED rate in force on the
      *>   renewal date, the renewal run's rule, falling back to
      *>   the standing table when no reference is on file.
       LookupRenewalRate.
           MOVE ZERO TO RenewalRate
           IF ScheduleFileOpen
               PERFORM LookupScheduledRate
           END-IF
           IF RenewalRate = ZERO
               PERFORM ScanOneRate
                   VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > 4
           END-IF.

       LookupScheduledRate.
           MOVE "N" TO BestRateFound
           MOVE "00" TO ScheduleFileStatus
           MOVE MmbMemberType TO FscMemberType
           MOVE ZERO TO FscEffectiveFrom
           START ScheduleFile KEY NOT LESS THAN FeeScheduleKey
               INVALID KEY MOVE "10" TO ScheduleFileStatus
           END-START
           IF NOT ScheduleAtEnd
               PERFORM ReadNextScheduleRow
           END-IF
           PERFORM WeighOneScheduleRow
               UNTIL ScheduleAtEnd
                  OR FscMemberType NOT = MmbMemberType
           IF ScheduledRateFound
               MOVE BestRate TO RenewalRate
           END-IF
           MOVE "00" TO ScheduleFileStatus.

       WeighOneScheduleRow.
           IF FscEffectiveFrom <= RenewalDate
               MOVE FscRate TO BestRate
               MOVE "Y" TO BestRateFound
           END-IF
           PERFORM ReadNextScheduleRow.

       ScanOneRate.
           IF FeeScheduleType(FeeIdx) = MmbMemberType
               MOVE FeeScheduleRate(FeeIdx) TO RenewalRate
           END-IF.

       FindWeekForDate.
           MOVE ZERO TO FoundWeekIdx
           IF LookupDate NOT < ForecastStart
              AND LookupDate NOT > ForecastEnd
               PERFORM MatchOneWeek
                   VARYING WeekIdx FROM 1 BY 1
                   UNTIL WeekIdx > WeekCount
                      OR FoundWeekIdx > ZERO
           END-IF.

       MatchOneWeek.
           IF LookupDate NOT < WktStart(WeekIdx)
              AND LookupDate NOT > WktEnd(WeekIdx)
               MOVE WeekIdx TO FoundWeekIdx
           END-IF.

      *>   CompleteOneWeek takes the failure rate off the money
      *>   collected by direct debit.
       CompleteOneWeek.
           COMPUTE WktFailure(WeekIdx) ROUNDED =
                   (WktDd(WeekIdx) + WktRepresent(WeekIdx)
                    + WktRenewal(WeekIdx)) * FailurePercent / 100
           COMPUTE WktTotal(WeekIdx) =
                   WktDd(WeekIdx) + WktRepresent(WeekIdx)
                   + WktPlan(WeekIdx) + WktRenewal(WeekIdx)
                   - WktFailure(WeekIdx)
           ADD WktTotal(WeekIdx) TO ForecastGrandTotal.

       TotalCounterReceipts.
           OPEN INPUT CashReceiptsFile
           IF NOT CashReceiptsNotFound
               PERFORM ReadNextReceipt
               PERFORM AddOneReceipt UNTIL CashReceiptsAtEnd
               CLOSE CashReceiptsFile
           END-IF.

       AddOneReceipt.
           ADD 1 TO RecordsRead
           IF CashReceiptDate NUMERIC
              AND CashReceiptDate NOT < ActualWeekStart
              AND CashReceiptDate NOT > ActualWeekEnd
               ADD CashAmountReceived TO ActualCounter
           END-IF
           PERFORM ReadNextReceipt.

       RecordWeekJustEnded.
           MOVE ActualWeekStart TO CfhWeekStart
           READ ForecastHistoryFile
               INVALID KEY
                   MOVE "N" TO ActualWeekFlag
               NOT INVALID KEY
                   MOVE "Y" TO CfhActualStatus
                   MOVE ActualDd TO CfhActualDd
                   MOVE ActualReturned TO CfhActualReturned
                   MOVE ActualCounter TO CfhActualCounter
                   COMPUTE CfhActualTotal =
                           ActualDd - ActualReturned + ActualCounter
                   REWRITE CashForecastRec
           END-READ
           IF CollectedDropped > ZERO
               DISPLAY "CashFlowForecast - " CollectedDropped
                       " collections not matchable to returns"
           END-IF.

      *>   StoreOneWeek replaces the week's latest forecast; the
      *>   first forecast made for it is kept.
       StoreOneWeek.
           MOVE WktStart(WeekIdx) TO CfhWeekStart
           READ ForecastHistoryFile
               INVALID KEY
                   MOVE WktStart(WeekIdx) TO CfhWeekStart
                   MOVE WktTotal(WeekIdx) TO CfhFirstForecast
                   MOVE TodayYYYYMMDD TO CfhFirstForecastDate
                   MOVE "N" TO CfhActualStatus
                   MOVE ZERO TO CfhActualDd
                   MOVE ZERO TO CfhActualReturned
                   MOVE ZERO TO CfhActualCounter
                   MOVE ZERO TO CfhActualTotal
                   PERFORM MoveWeekForecast
                   WRITE CashForecastRec
               NOT INVALID KEY
                   PERFORM MoveWeekForecast
                   REWRITE CashForecastRec
           END-READ
           ADD 1 TO WeeksStored.

       MoveWeekForecast.
           MOVE WktEnd(WeekIdx) TO CfhWeekEnd
           MOVE TodayYYYYMMDD TO CfhForecastDate
           MOVE WktDd(WeekIdx) TO CfhForecastDd
           MOVE WktRepresent(WeekIdx) TO CfhForecastRepresent
           MOVE WktPlan(WeekIdx) TO CfhForecastPlan
           MOVE WktRenewal(WeekIdx) TO CfhForecastRenewal
           MOVE WktFailure(WeekIdx) TO CfhForecastFailure
           MOVE WktTotal(WeekIdx) TO CfhForecastTotal
           MOVE FailurePercent TO CfhFailurePercent.

       PrintForecastWeeks.
           MOVE ForecastStart TO RphStart
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO ForecastLine
           WRITE ForecastLine
           MOVE FailurePercent TO FlhPercent
           IF FailureOverridden
               MOVE "(CFPARM OVERRIDE)" TO FlhSource
           ELSE
               MOVE "(RETURN HISTORY)" TO FlhSource
           END-IF
           MOVE FailureHeading TO ForecastLine
           WRITE ForecastLine
           MOVE SPACES TO ForecastLine
           WRITE ForecastLine
           MOVE ForecastColumns TO ForecastLine
           WRITE ForecastLine
           PERFORM PrintOneForecastWeek
               VARYING WeekIdx FROM 1 BY 1
               UNTIL WeekIdx > WeekCount
           MOVE ForecastGrandTotal TO FttTotal
           MOVE ForecastTotalLine TO ForecastLine
           WRITE ForecastLine.

       PrintOneForecastWeek.
           MOVE WeekIdx TO FcdWeek
           MOVE WktStart(WeekIdx) TO FcdStart
           MOVE WktDd(WeekIdx) TO FcdDd
           MOVE WktRepresent(WeekIdx) TO FcdRepresent
           MOVE WktPlan(WeekIdx) TO FcdPlan
           MOVE WktRenewal(WeekIdx) TO FcdRenewal
           MOVE WktFailure(WeekIdx) TO FcdFailure
           MOVE WktTotal(WeekIdx) TO FcdTotal
           MOVE ForecastDetail TO ForecastLine
           WRITE ForecastLine.

      *>   PrintPassedWeeks compares the last thirteen weeks that
      *>   have ended with what was forecast for them.
       PrintPassedWeeks.
           MOVE ZERO TO PassedCount
           MOVE ZERO TO CfhWeekStart
           MOVE "00" TO ForecastHistoryStatus
           START ForecastHistoryFile KEY NOT LESS THAN CfhWeekStart
               INVALID KEY MOVE "10" TO ForecastHistoryStatus
           END-START
           IF NOT ForecastHistoryAtEnd
               PERFORM ReadNextForecastWeek
           END-IF
           PERFORM KeepOnePassedWeek
               UNTIL ForecastHistoryAtEnd
                  OR CfhWeekStart NOT < ForecastStart
           MOVE SPACES TO ForecastLine
           WRITE ForecastLine
           MOVE "FORECAST AGAINST ACTUAL - WEEKS PASSED"
               TO ForecastLine
           WRITE ForecastLine
           MOVE PassedColumns TO ForecastLine
           WRITE ForecastLine
           IF PassedCount = ZERO
               MOVE "NO WEEKS PASSED YET" TO ForecastLine
               WRITE ForecastLine
           ELSE
               PERFORM PrintOnePassedWeek
                   VARYING PassedIdx FROM 1 BY 1
                   UNTIL PassedIdx > PassedCount
           END-IF.

       KeepOnePassedWeek.
           IF CfhWeekEnd < ForecastStart
               IF PassedCount = 13
                   PERFORM ShiftOnePassedWeek
                       VARYING PassedIdx FROM 1 BY 1
                       UNTIL PassedIdx > 12
               ELSE
                   ADD 1 TO PassedCount
               END-IF
               MOVE CfhWeekStart TO PstWeekStart(PassedCount)
               MOVE CfhFirstForecast TO PstFirstForecast(PassedCount)
               MOVE CfhForecastTotal TO PstForecast(PassedCount)
               MOVE CfhActualTotal TO PstActual(PassedCount)
               MOVE CfhActualStatus TO PstRecordedFlag(PassedCount)
           END-IF
           PERFORM ReadNextForecastWeek.

       ShiftOnePassedWeek.
           MOVE PassedEntry(PassedIdx + 1) TO PassedEntry(PassedIdx).

       PrintOnePassedWeek.
           MOVE PstWeekStart(PassedIdx) TO PsdWeekStart
           MOVE PstFirstForecast(PassedIdx) TO PsdFirst
           MOVE PstForecast(PassedIdx) TO PsdLatest
           IF PstRecorded(PassedIdx)
               MOVE PstActual(PassedIdx) TO PsdActual
               COMPUTE VarianceWork =
                       PstActual(PassedIdx) - PstForecast(PassedIdx)
               MOVE VarianceWork TO PsdVariance
               IF PstForecast(PassedIdx) > ZERO
                   COMPUTE PercentWork ROUNDED =
                           VarianceWork * 100 / PstForecast(PassedIdx)
                       ON SIZE ERROR
                           MOVE 999.9 TO PercentWork
                   END-COMPUTE
                   IF PercentWork > 999.9
                       MOVE 999.9 TO PercentWork
                   END-IF
                   MOVE PercentWork TO PsdPercent
               ELSE
                   MOVE SPACES TO PsdPercentText
               END-IF
               MOVE SPACES TO PsdNote
           ELSE
               MOVE ZERO TO PsdActual
               MOVE ZERO TO PsdVariance
               MOVE SPACES TO PsdPercentText
               MOVE "NO ACTUAL" TO PsdNote
           END-IF
           MOVE PassedDetail TO ForecastLine
           WRITE ForecastLine.

       ReadNextForecastWeek.
           READ ForecastHistoryFile NEXT RECORD
               AT END MOVE "10" TO ForecastHistoryStatus
           END-READ.

       ReadNextDdHistory.
           READ DdHistoryFile
               AT END MOVE "10" TO DdHistoryStatus
           END-READ.

       ReadNextReturn.
           READ BankReturnFile
               AT END MOVE "10" TO BankReturnStatus
           END-READ.

       ReadNextInstruction.
           READ BankInterfaceFile
               AT END MOVE "10" TO BankInterfaceStatus
           END-READ.

       ReadNextRepresentation.
           READ RepresentFeeFile
               AT END MOVE "10" TO RepresentFeeStatus
           END-READ.

       ReadNextPlan.
           READ PaymentPlanFile NEXT RECORD
               AT END MOVE "10" TO PaymentPlanStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextScheduleRow.
           READ ScheduleFile NEXT RECORD
               AT END MOVE "10" TO ScheduleFileStatus
           END-READ.

       ReadNextReceipt.
           READ CashReceiptsFile
               AT END MOVE "10" TO CashReceiptsStatus
           END-READ.
