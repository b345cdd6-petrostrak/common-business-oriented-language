       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeferredRevenueRelease.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Month-end deferred revenue run. The GL extract books each
      *>   billed fee to income in full the month it is billed; a
      *>   fee paid in advance for later months is income of those
      *>   months, not this one. For the period named on the DEFPERD
      *>   card the run:
      *>     - schedules each of the period's MEMBFEE fees that
      *>       covers more than its own month - an annual renewal
      *>       billed in the anniversary month (MEMBMAST
      *>       MmbRenewedThrough a year or more on, in the billed
      *>       month), or a bill on an agreed PAYPLAN (through the
      *>       month the last installment falls due) - spreading
      *>       the fee net of tax evenly over the months it covers,
      *>       the last month taking the rounding, and journals the
      *>       later months' shares out of income into deferred
      *>       revenue (DEFINCDR/DEFREVCR, source DEFERRAL);
      *>     - releases every share on DEFSCHED falling due in the
      *>       period, or still waiting from a month whose run was
      *>       missed, back into income (DEFRELDR/DEFRELCR, source
      *>       DEFREL) and marks it released with the period it
      *>       was posted in.
      *>   A fee already on the schedule is not scheduled again
      *>   and a released share is never released again, so a
      *>   rerun posts nothing twice. A period PeriodEndClose has
      *>   already closed is refused outright (3226) - its
      *>   releases are history. The journal is GLJRNL-format with
      *>   the balancing trailer, posting accounts from GLACCMAP;
      *>   PeriodEndClose proves both legs against DEFSCHED. No
      *>   period card is a severe error (3225).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeferralPeriodFile ASSIGN TO "DEFPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeferralPeriodStatus.
           SELECT PeriodFile ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PeriodControlKey
               FILE STATUS IS PeriodFileStatus.
           SELECT MemberFeeFile ASSIGN TO "MEMBFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberFeeStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT PaymentPlanFile ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PaymentPlanKey
               FILE STATUS IS PaymentPlanStatus.
           SELECT DeferralFile ASSIGN TO "DEFSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DeferralKey
               FILE STATUS IS DeferralStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT GLJournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DeferralRegister ASSIGN TO "DEFREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DeferralPeriodFile.
       01 DeferralPeriodRec.
           02 DfpBillYear PIC 9(4).
           02 DfpBillMonth PIC 9(2).
       FD PeriodFile.
       COPY PERIODCT.
       FD MemberFeeFile.
       COPY MEMFEE.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD PaymentPlanFile.
       COPY PAYPLAN.
       FD DeferralFile.
       COPY DEFSCHED.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD GLJournalFile.
       COPY GLJRNL.
       FD DeferralRegister.
       01 DeferralRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 DeferralPeriodStatus PIC XX VALUE "00".
           88 DeferralPeriodNotFound VALUE "35".
       01 PeriodFileStatus PIC XX VALUE "00".
           88 PeriodFileNotFound VALUE "35".
       01 MemberFeeStatus PIC XX VALUE "00".
           88 MemberFeeAtEnd VALUE "10".
           88 MemberFeeNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 PaymentPlanStatus PIC XX VALUE "00".
           88 PaymentPlanNotFound VALUE "35".
       01 PlanFileOpenFlag PIC X VALUE "N".
           88 PlanFileOpen VALUE "Y".
       01 DeferralStatus PIC XX VALUE "00".
           88 DeferralAtEnd VALUE "10".
           88 DeferralNotFound VALUE "35".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapFileOpenFlag PIC X VALUE "N".
           88 MapFileOpen VALUE "Y".
       01 PeriodCardFlag PIC X VALUE "N".
           88 PeriodCardRead VALUE "Y".
       01 PeriodClosedFlag PIC X VALUE "N".
           88 RunPeriodClosed VALUE "Y".
       01 RunYear PIC 9(4) VALUE ZERO.
       01 RunMonth PIC 9(2) VALUE ZERO.
       01 RunPeriod PIC 9(6) VALUE ZERO.
       01 ReleasePeriod PIC 9(6) VALUE ZERO.
      *>   A fee is never spread over more months than this.
       01 MaxCoverMonths PIC 9(2) VALUE 36.
       01 CoverMonths PIC 9(3) VALUE ZERO.
       01 CoverBasis PIC X VALUE SPACE.
       01 CoverEndYear PIC 9(4) VALUE ZERO.
       01 CoverEndMonth PIC 9(2) VALUE ZERO.
       01 LastDueDate PIC 9(8) VALUE ZERO.
       01 LastDueParts REDEFINES LastDueDate.
           02 LastDueYear PIC 9(4).
           02 LastDueMonth PIC 9(2).
           02 LastDueDay PIC 9(2).
       01 NetFee PIC 9(5)V99 VALUE ZERO.
       01 MonthlyShare PIC 9(5)V99 VALUE ZERO.
       01 FeeDeferred PIC 9(5)V99 VALUE ZERO.
       01 MonthNumber PIC 9(2) COMP VALUE ZERO.
       01 MonthsFromJanuary PIC 9(4) VALUE ZERO.
       01 YearsToAdd PIC 9(3) VALUE ZERO.
       01 MonthIndex PIC 9(2) VALUE ZERO.
       01 AlreadyScheduledFlag PIC X VALUE "N".
           88 AlreadyScheduled VALUE "Y".
       01 FeesRead PIC 9(7) COMP VALUE ZERO.
       01 FeesScheduled PIC 9(7) COMP VALUE ZERO.
       01 FeesAlreadyScheduled PIC 9(7) COMP VALUE ZERO.
       01 SharesReleased PIC 9(7) COMP VALUE ZERO.
       01 DeferredTotal PIC 9(9)V99 VALUE ZERO.
       01 ReleasedTotal PIC 9(9)V99 VALUE ZERO.
       01 DebitTotal PIC 9(11)V99 VALUE ZERO.
       01 CreditTotal PIC 9(11)V99 VALUE ZERO.
       01 LinesWritten PIC 9(7) VALUE ZERO.
       01 MappedAccount PIC X(8) VALUE SPACES.
       01 PostingSource PIC X(8) VALUE SPACES.
       01 PostingAmount PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20)
           VALUE "DeferredRevRelease".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(34) VALUE
               "DEFERRED REVENUE - PERIOD        ".
           02 RghMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RghYear PIC 9(4).
           02 FILLER PIC X(8) VALUE "  RUN ON".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RghDate PIC 9(8).
       01 RegisterColumns PIC X(72) VALUE
           "MEMBER BILLED  ACTION     MTHS  B       AMOUNT  DUE".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdBillMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RgdBillYear PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAction PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCoverMonths PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdBasis PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAmount PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdDueMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RgdDueYear PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdNote PIC X(15).
       01 RegisterTotalLine.
           02 RgtLabel PIC X(30).
           02 RgtCount PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgtAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadDeferralPeriod
           OPEN OUTPUT DeferralRegister
           OPEN OUTPUT GLJournalFile
           IF NOT PeriodCardRead
               MOVE 3225 TO ExceptionNumber
               MOVE "S" TO ExceptionSeverity
               MOVE "No DEFPERD period card - nothing deferred"
                   TO ExceptionText
               PERFORM RaiseDeferralException
               MOVE "NO PERIOD CARD - RUN ABANDONED"
                   TO DeferralRegisterLine
               WRITE DeferralRegisterLine
           ELSE
               PERFORM CheckRunPeriodOpen
               MOVE RunMonth TO RghMonth
               MOVE RunYear TO RghYear
               MOVE TodayYYYYMMDD TO RghDate
               MOVE RegisterHeading TO DeferralRegisterLine
               WRITE DeferralRegisterLine
               IF RunPeriodClosed
                   MOVE 3226 TO ExceptionNumber
                   MOVE "E" TO ExceptionSeverity
                   MOVE SPACES TO ExceptionText
                   STRING "Period " RunMonth "/" RunYear
                          " already closed - nothing released"
                       DELIMITED BY SIZE INTO ExceptionText
                   PERFORM RaiseDeferralException
                   MOVE "PERIOD ALREADY CLOSED - NOTHING POSTED"
                       TO DeferralRegisterLine
                   WRITE DeferralRegisterLine
               ELSE
                   PERFORM DeferAndRelease
               END-IF
           END-IF
           PERFORM WriteJournalTrailer
           PERFORM PrintRegisterTotals
           CLOSE GLJournalFile
           CLOSE DeferralRegister
           MOVE FeesRead TO ReadForReport
           COMPUTE WrittenForReport = FeesScheduled + SharesReleased
           MOVE FeesAlreadyScheduled TO RejectedForReport
           MOVE ReleasedTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

       ReadDeferralPeriod.
           OPEN INPUT DeferralPeriodFile
           IF NOT DeferralPeriodNotFound
               READ DeferralPeriodFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DfpBillYear NUMERIC
                          AND DfpBillMonth NUMERIC
                          AND DfpBillMonth > ZERO
                          AND DfpBillMonth NOT > 12
                           MOVE "Y" TO PeriodCardFlag
                           MOVE DfpBillYear TO RunYear
                           MOVE DfpBillMonth TO RunMonth
                           COMPUTE RunPeriod =
                                   RunYear * 100 + RunMonth
                       END-IF
               END-READ
               CLOSE DeferralPeriodFile
           END-IF.

      *>   CheckRunPeriodOpen - no PERIODCT, or no row for the
      *>   period, means the period is open.
       CheckRunPeriodOpen.
           MOVE "N" TO PeriodClosedFlag
           OPEN INPUT PeriodFile
           IF NOT PeriodFileNotFound
               MOVE RunYear TO PcdBillYear
               MOVE RunMonth TO PcdBillMonth
               READ PeriodFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PcdClosed
                           MOVE "Y" TO PeriodClosedFlag
                       END-IF
               END-READ
               CLOSE PeriodFile
           END-IF.

       DeferAndRelease.
           MOVE RegisterColumns TO DeferralRegisterLine
           WRITE DeferralRegisterLine
           MOVE "Y" TO MapFileOpenFlag
           OPEN INPUT GLAccountMapFile
           IF GLAccountMapNotFound
               MOVE "N" TO MapFileOpenFlag
               DISPLAY "DeferredRevenueRelease - no GLACCMAP on "
                       "file, all lines post to suspense"
           END-IF
           OPEN I-O DeferralFile
           IF DeferralNotFound
               OPEN OUTPUT DeferralFile
               CLOSE DeferralFile
               OPEN I-O DeferralFile
           END-IF
           OPEN INPUT MemberMasterFile
           MOVE "Y" TO PlanFileOpenFlag
           OPEN INPUT PaymentPlanFile
           IF PaymentPlanNotFound
               MOVE "N" TO PlanFileOpenFlag
           END-IF
           PERFORM ScheduleAdvanceFees
           PERFORM ReleaseDueShares
           PERFORM PostDeferralJournals
           CLOSE MemberMasterFile
           IF PlanFileOpen
               CLOSE PaymentPlanFile
           END-IF
           CLOSE DeferralFile
           IF MapFileOpen
               CLOSE GLAccountMapFile
           END-IF.

       ScheduleAdvanceFees.
           OPEN INPUT MemberFeeFile
           IF NOT MemberFeeNotFound
               PERFORM ReadNextFee
               PERFORM ScheduleOneFee UNTIL MemberFeeAtEnd
               CLOSE MemberFeeFile
           END-IF.

      *>   ScheduleOneFee spreads one of the period's fees when it
      *>   pays for more than the billed month.
       ScheduleOneFee.
           ADD 1 TO FeesRead
           IF FeeBillYear = RunYear AND FeeBillMonth = RunMonth
              AND FeeTotalFees > FeeTaxAmount
               PERFORM FindFeeCover
               IF CoverMonths > 1
                   PERFORM CheckAlreadyScheduled
                   IF AlreadyScheduled
                       ADD 1 TO FeesAlreadyScheduled
                   ELSE
                       PERFORM SpreadOneFee
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextFee.

      *>   FindFeeCover works out how many months the fee pays
      *>   for: a renewal billed in the anniversary month runs to
      *>   MmbRenewedThrough; otherwise a plan agreed for the bill
      *>   runs to the month its last installment falls due.
       FindFeeCover.
           MOVE ZERO TO CoverMonths
           MOVE SPACE TO CoverBasis
           MOVE FeeMemberId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DIVIDE MmbRenewedThrough BY 10000
                       GIVING CoverEndYear REMAINDER LastDueDate
                   DIVIDE LastDueDate BY 100
                       GIVING CoverEndMonth
                   IF MmbRenewedThrough > ZERO
                      AND CoverEndMonth = FeeBillMonth
                      AND CoverEndYear > FeeBillYear
                       COMPUTE CoverMonths =
                               (CoverEndYear - FeeBillYear) * 12
                       MOVE "R" TO CoverBasis
                   END-IF
           END-READ
           IF CoverMonths = ZERO AND PlanFileOpen
               MOVE FeeMemberId TO PlnMemberId
               MOVE FeeBillYear TO PlnBillYear
               MOVE FeeBillMonth TO PlnBillMonth
               READ PaymentPlanFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PlnInstallmentCount > ZERO
                          AND PlnInstallmentCount NOT > 12
                           MOVE PlnDueDate(PlnInstallmentCount)
                               TO LastDueDate
                           IF LastDueYear * 100 + LastDueMonth
                              > FeeBillYear * 100 + FeeBillMonth
                               COMPUTE CoverMonths =
                                   (LastDueYear - FeeBillYear) * 12
                                   + LastDueMonth - FeeBillMonth + 1
                               MOVE "P" TO CoverBasis
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF CoverMonths > MaxCoverMonths
               MOVE MaxCoverMonths TO CoverMonths
           END-IF.

      *>   CheckAlreadyScheduled looks for the fee's second-month
      *>   share; a fee is always scheduled whole or not at all.
       CheckAlreadyScheduled.
           MOVE "N" TO AlreadyScheduledFlag
           MOVE 2 TO MonthNumber
           PERFORM SetShareKey
           READ DeferralFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO AlreadyScheduledFlag
           END-READ.

      *>   SpreadOneFee writes a deferred share for every month the
      *>   fee covers after the billed one; the billed month keeps
      *>   its share as income, the last month takes the rounding.
       SpreadOneFee.
           COMPUTE NetFee = FeeTotalFees - FeeTaxAmount
           COMPUTE MonthlyShare ROUNDED = NetFee / CoverMonths
           COMPUTE FeeDeferred = NetFee - MonthlyShare
           PERFORM WriteOneShare
               VARYING MonthNumber FROM 2 BY 1
               UNTIL MonthNumber > CoverMonths
           ADD 1 TO FeesScheduled
           ADD FeeDeferred TO DeferredTotal
           MOVE FeeMemberId TO RgdMemberId
           MOVE FeeBillMonth TO RgdBillMonth
           MOVE FeeBillYear TO RgdBillYear
           MOVE "DEFERRED" TO RgdAction
           MOVE CoverMonths TO RgdCoverMonths
           MOVE CoverBasis TO RgdBasis
           MOVE FeeDeferred TO RgdAmount
           MOVE CoverEndMonth TO RgdDueMonth
           MOVE CoverEndYear TO RgdDueYear
           MOVE "Out of income" TO RgdNote
           MOVE RegisterDetail TO DeferralRegisterLine
           WRITE DeferralRegisterLine.

       WriteOneShare.
           PERFORM SetShareKey
           IF MonthNumber = CoverMonths
               COMPUTE DsmAmount =
                       NetFee - MonthlyShare * (CoverMonths - 1)
           ELSE
               MOVE MonthlyShare TO DsmAmount
           END-IF
           MOVE CoverMonths TO DsmCoverMonths
           MOVE CoverBasis TO DsmBasis
           MOVE "D" TO DsmStatus
           MOVE TodayYYYYMMDD TO DsmScheduledDate
           MOVE ZERO TO DsmReleasedDate
           MOVE ZERO TO DsmPostedYear
           MOVE ZERO TO DsmPostedMonth
           MOVE DsmReleaseYear TO CoverEndYear
           MOVE DsmReleaseMonth TO CoverEndMonth
           WRITE DeferralScheduleRec
               INVALID KEY
                   DISPLAY "DeferredRevenueRelease - share for "
                           FeeMemberId " already on DEFSCHED"
           END-WRITE.

      *>   SetShareKey keys the share MonthNumber months into the
      *>   fee's cover, the billed month being month one.
       SetShareKey.
           MOVE FeeMemberId TO DsmMemberId
           MOVE FeeBillYear TO DsmBillYear
           MOVE FeeBillMonth TO DsmBillMonth
           COMPUTE MonthsFromJanuary =
                   FeeBillMonth - 1 + MonthNumber - 1
           DIVIDE MonthsFromJanuary BY 12
               GIVING YearsToAdd REMAINDER MonthIndex
           COMPUTE DsmReleaseYear = FeeBillYear + YearsToAdd
           COMPUTE DsmReleaseMonth = MonthIndex + 1.

      *>   ReleaseDueShares passes the schedule once and releases
      *>   every share due in the period or earlier still waiting.
       ReleaseDueShares.
           MOVE ZERO TO DsmMemberId
           MOVE ZERO TO DsmBillYear
           MOVE ZERO TO DsmBillMonth
           MOVE ZERO TO DsmReleaseYear
           MOVE ZERO TO DsmReleaseMonth
           START DeferralFile KEY NOT LESS THAN DeferralKey
               INVALID KEY MOVE "10" TO DeferralStatus
           END-START
           IF NOT DeferralAtEnd
               PERFORM ReadNextDeferral
           END-IF
           PERFORM ReleaseOneShare UNTIL DeferralAtEnd
           MOVE "00" TO DeferralStatus.

       ReleaseOneShare.
           COMPUTE ReleasePeriod =
                   DsmReleaseYear * 100 + DsmReleaseMonth
           IF DsmDeferred AND ReleasePeriod NOT > RunPeriod
               MOVE "R" TO DsmStatus
               MOVE TodayYYYYMMDD TO DsmReleasedDate
               MOVE RunYear TO DsmPostedYear
               MOVE RunMonth TO DsmPostedMonth
               REWRITE DeferralScheduleRec
               ADD 1 TO SharesReleased
               ADD DsmAmount TO ReleasedTotal
               MOVE DsmMemberId TO RgdMemberId
               MOVE DsmBillMonth TO RgdBillMonth
               MOVE DsmBillYear TO RgdBillYear
               MOVE "RELEASED" TO RgdAction
               MOVE DsmCoverMonths TO RgdCoverMonths
               MOVE DsmBasis TO RgdBasis
               MOVE DsmAmount TO RgdAmount
               MOVE DsmReleaseMonth TO RgdDueMonth
               MOVE DsmReleaseYear TO RgdDueYear
               IF ReleasePeriod < RunPeriod
                   MOVE "Late - catch-up" TO RgdNote
               ELSE
                   MOVE "Into income" TO RgdNote
               END-IF
               MOVE RegisterDetail TO DeferralRegisterLine
               WRITE DeferralRegisterLine
           END-IF
           PERFORM ReadNextDeferral.

       PostDeferralJournals.
           IF DeferredTotal > ZERO
               MOVE DeferredTotal TO PostingAmount
               MOVE "DEFERRAL" TO PostingSource
               MOVE "DEFINCDR" TO MapPostingKey
               PERFORM WriteDebitLine
               MOVE "DEFREVCR" TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF
           IF ReleasedTotal > ZERO
               MOVE ReleasedTotal TO PostingAmount
               MOVE "DEFREL  " TO PostingSource
               MOVE "DEFRELDR" TO MapPostingKey
               PERFORM WriteDebitLine
               MOVE "DEFRELCR" TO MapPostingKey
               PERFORM WriteCreditLine
           END-IF.

      *>   LookupMappedAccount finds the posting account for the key
      *>   in MapPostingKey; an unmapped key posts to the suspense
      *>   account 99999999, the GL extract's rule.
       LookupMappedAccount.
           IF NOT MapFileOpen
               MOVE "99999999" TO MappedAccount
           ELSE
               READ GLAccountMapFile
                   INVALID KEY
                       MOVE "99999999" TO MappedAccount
                       DISPLAY "DeferredRevenueRelease - no GLACCMAP "
                               "entry for key " MapPostingKey
                               " - posted to suspense"
                   NOT INVALID KEY
                       MOVE MapAccountCode TO MappedAccount
               END-READ
           END-IF.

       WriteDebitLine.
           PERFORM LookupMappedAccount
           MOVE "J" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE "D" TO JrnDebitCredit
           MOVE MappedAccount TO JrnAccountCode
           MOVE PostingAmount TO JrnAmount
           MOVE PostingSource TO JrnSource
           MOVE TodayYYYYMMDD TO JrnPostingDate
           WRITE GLJournalRec
           ADD PostingAmount TO DebitTotal
           ADD 1 TO LinesWritten.

       WriteCreditLine.
           PERFORM LookupMappedAccount
           MOVE "J" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE "C" TO JrnDebitCredit
           MOVE MappedAccount TO JrnAccountCode
           MOVE PostingAmount TO JrnAmount
           MOVE PostingSource TO JrnSource
           MOVE TodayYYYYMMDD TO JrnPostingDate
           WRITE GLJournalRec
           ADD PostingAmount TO CreditTotal
           ADD 1 TO LinesWritten.

       WriteJournalTrailer.
           MOVE "T" TO JrnRecordType
           MOVE SPACES TO JrnDetail
           MOVE DebitTotal TO JrnDebitTotal
           MOVE CreditTotal TO JrnCreditTotal
           WRITE GLJournalRec
           DISPLAY "DeferredRevenueRelease - journal lines = "
                   LinesWritten
           DISPLAY "Debits  = " DebitTotal
           DISPLAY "Credits = " CreditTotal.

       PrintRegisterTotals.
           MOVE SPACES TO DeferralRegisterLine
           WRITE DeferralRegisterLine
           MOVE "FEES DEFERRED THIS PERIOD" TO RgtLabel
           MOVE FeesScheduled TO RgtCount
           MOVE DeferredTotal TO RgtAmount
           MOVE RegisterTotalLine TO DeferralRegisterLine
           WRITE DeferralRegisterLine
           MOVE "SHARES RELEASED TO INCOME" TO RgtLabel
           MOVE SharesReleased TO RgtCount
           MOVE ReleasedTotal TO RgtAmount
           MOVE RegisterTotalLine TO DeferralRegisterLine
           WRITE DeferralRegisterLine
           MOVE "FEES ALREADY ON SCHEDULE" TO RgtLabel
           MOVE FeesAlreadyScheduled TO RgtCount
           MOVE ZERO TO RgtAmount
           MOVE RegisterTotalLine TO DeferralRegisterLine
           WRITE DeferralRegisterLine.

       RaiseDeferralException.
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       ReadNextFee.
           READ MemberFeeFile
               AT END MOVE "10" TO MemberFeeStatus
           END-READ.

       ReadNextDeferral.
           READ DeferralFile NEXT RECORD
               AT END MOVE "10" TO DeferralStatus
           END-READ.
