       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentLedgerPosting.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Nightly student account ledger posting. Brings every
      *>   money movement on a student's account onto the one
      *>   STUDLEDG ledger with its running balance:
      *>     - each TUITFEE tuition bill posts its gross charge
      *>       (FeeFullFee), then the withdrawal refund the TERMCAL
      *>       bands gave (FeeRefundAmount) and the AWARDMS aid
      *>       netted off (FeeAwardAmount) as credits - so the
      *>       ledger carries the bill's whole working and nets to
      *>       the FeeTotalFees the student was asked for;
      *>     - each CASHRECV tuition receipt posts as a payment.
      *>   The billing account on both files is the low six digits
      *>   of the StudentId; the registrar's band base restores the
      *>   full id, the StudentHoldUpdate rule. An entry the ledger
      *>   already holds - same type, period, amount and source -
      *>   is passed over, so rereading a generation or a receipt
      *>   file already posted never double-charges anyone. A
      *>   receipt carries no date or reference of its own, and a
      *>   student may pay the same amount twice for one period, so
      *>   receipts are counted rather than matched: they are taken
      *>   in student, period and amount order, and the second of
      *>   two equal receipts posts unless the ledger already holds
      *>   two such payments. An account whose student is not on
      *>   the master is rejected.
      *>   Every posting, skip and reject lists on LEDGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TuitionFeeFile ASSIGN TO "TUITFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TuitionFeeStatus.
           SELECT CashReceiptsFile ASSIGN TO "CASHRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashReceiptsStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentLedgerKey
               FILE STATUS IS LedgerFileStatus.
           SELECT PostingReport ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReceiptSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD TuitionFeeFile.
       COPY MEMFEE.
       FD CashReceiptsFile.
       COPY CASHREC.
       FD StudentMasterFile.
       COPY STUDREC.
       FD LedgerFile.
       COPY STUDLEDG.
       FD PostingReport.
       01 PostingLine PIC X(72).
       SD ReceiptSortFile.
       01 ReceiptSortRec.
           02 RstMemberId PIC 9(6).
           02 RstBillYear PIC 9(4).
           02 RstBillMonth PIC 9(2).
           02 RstAmountReceived PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TuitionFeeStatus PIC XX VALUE "00".
           88 TuitionFeeAtEnd VALUE "10".
           88 TuitionFeeNotFound VALUE "35".
       01 CashReceiptsStatus PIC XX VALUE "00".
           88 CashReceiptsAtEnd VALUE "10".
           88 CashReceiptsNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 LedgerFileStatus PIC XX VALUE "00".
           88 LedgerAtEnd VALUE "10".
           88 LedgerFileNotFound VALUE "35".
       01 StudentIdBandBase PIC 9(7) VALUE 1000000.
      *>   The entry in hand, set up by the caller of PostLedgerEntry.
       01 PostEntry.
           02 PostStudentId PIC 9(7).
           02 PostEntryType PIC X.
           02 PostPeriodYear PIC 9(4).
           02 PostPeriodMonth PIC 9(2).
           02 PostAmount PIC 9(7)V99.
           02 PostSource PIC X(8).
      *>   Which of the equal entries in hand this one is: the entry
      *>   posts only while the ledger holds fewer than that.
       01 PostOccurrence PIC 9(5) VALUE ZERO.
       01 EntriesOnFile PIC 9(5) VALUE ZERO.
       01 PriorReceiptKey PIC X(19) VALUE SPACES.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 StudentKnownFlag PIC X VALUE "N".
           88 StudentKnown VALUE "Y".
       01 AlreadyPostedFlag PIC X VALUE "N".
           88 AlreadyPosted VALUE "Y".
       01 LastSeqNo PIC 9(5) VALUE ZERO.
       01 LastBalance PIC S9(7)V99 VALUE ZERO.
       01 NewBalance PIC S9(7)V99 VALUE ZERO.
       01 FeesRead PIC 9(7) COMP VALUE ZERO.
       01 ReceiptsRead PIC 9(7) COMP VALUE ZERO.
       01 EntriesPosted PIC 9(7) COMP VALUE ZERO.
       01 EntriesSkipped PIC 9(7) COMP VALUE ZERO.
       01 RecordsRejected PIC 9(7) COMP VALUE ZERO.
       01 AmountPosted PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "StudentLedgerPost".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 PostingDetail.
           02 PsdAction PIC X(8).
           02 PsdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PsdEntryType PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PsdPeriodYear PIC 9(4).
           02 FILLER PIC X(1) VALUE "/".
           02 PsdPeriodMonth PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PsdAmount PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PsdBalance PIC Z(6)9.99-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PsdSource PIC X(8).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT StudentMasterFile
           OPEN I-O LedgerFile
           IF LedgerFileNotFound
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN I-O LedgerFile
           END-IF
           OPEN OUTPUT PostingReport
           MOVE "STUDENT ACCOUNT LEDGER POSTING" TO PostingLine
           WRITE PostingLine
           PERFORM PostTuitionBills
           PERFORM PostTuitionReceipts
           CLOSE StudentMasterFile
           CLOSE LedgerFile
           CLOSE PostingReport
           COMPUTE ReadForReport = FeesRead + ReceiptsRead
           MOVE EntriesPosted TO WrittenForReport
           MOVE RecordsRejected TO RejectedForReport
           MOVE AmountPosted TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       PostTuitionBills.
           OPEN INPUT TuitionFeeFile
           IF TuitionFeeNotFound
               CONTINUE
           ELSE
               PERFORM ReadNextTuitionFee
               PERFORM PostOneTuitionBill UNTIL TuitionFeeAtEnd
               CLOSE TuitionFeeFile
           END-IF.

      *>   PostOneTuitionBill posts the gross charge first so the
      *>   credits that follow it read off a balance that already
      *>   carries the bill.
       PostOneTuitionBill.
           ADD 1 TO FeesRead
           COMPUTE PostStudentId = StudentIdBandBase + FeeMemberId
           MOVE FeeBillYear TO PostPeriodYear
           MOVE FeeBillMonth TO PostPeriodMonth
           MOVE "TUITFEE " TO PostSource
           MOVE 1 TO PostOccurrence
           PERFORM CheckStudentKnown
           IF StudentKnown
               MOVE "C" TO PostEntryType
               MOVE FeeFullFee TO PostAmount
               PERFORM PostLedgerEntry
               MOVE "R" TO PostEntryType
               MOVE FeeRefundAmount TO PostAmount
               PERFORM PostLedgerEntry
               MOVE "A" TO PostEntryType
               MOVE FeeAwardAmount TO PostAmount
               PERFORM PostLedgerEntry
           ELSE
               MOVE "C" TO PostEntryType
               MOVE FeeTotalFees TO PostAmount
               PERFORM RejectUnknownStudent
           END-IF
           PERFORM ReadNextTuitionFee.

      *>   PostTuitionReceipts sorts the receipts so that equal
      *>   ones - same student, period and amount - come together
      *>   and each can be numbered among them as it posts.
       PostTuitionReceipts.
           OPEN INPUT CashReceiptsFile
           IF CashReceiptsNotFound
               CONTINUE
           ELSE
               SORT ReceiptSortFile
                   ON ASCENDING KEY RstMemberId
                   ON ASCENDING KEY RstBillYear
                   ON ASCENDING KEY RstBillMonth
                   ON ASCENDING KEY RstAmountReceived
                   INPUT PROCEDURE IS ReleaseReceipts
                   OUTPUT PROCEDURE IS PostSortedReceipts
               CLOSE CashReceiptsFile
           END-IF.

       ReleaseReceipts.
           PERFORM ReadNextReceipt
           PERFORM ReleaseOneReceipt UNTIL CashReceiptsAtEnd.

       ReleaseOneReceipt.
           MOVE CashMemberId TO RstMemberId
           MOVE CashBillYear TO RstBillYear
           MOVE CashBillMonth TO RstBillMonth
           MOVE CashAmountReceived TO RstAmountReceived
           RELEASE ReceiptSortRec
           PERFORM ReadNextReceipt.

       PostSortedReceipts.
           MOVE "N" TO SortReturnFlag
           MOVE SPACES TO PriorReceiptKey
           MOVE ZERO TO PostOccurrence
           PERFORM ReturnOneReceipt UNTIL SortReturnAtEnd.

       ReturnOneReceipt.
           RETURN ReceiptSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PostOneReceipt
           END-RETURN.

       PostOneReceipt.
           ADD 1 TO ReceiptsRead
           IF ReceiptSortRec = PriorReceiptKey
               ADD 1 TO PostOccurrence
           ELSE
               MOVE 1 TO PostOccurrence
               MOVE ReceiptSortRec TO PriorReceiptKey
           END-IF
           COMPUTE PostStudentId = StudentIdBandBase + RstMemberId
           MOVE RstBillYear TO PostPeriodYear
           MOVE RstBillMonth TO PostPeriodMonth
           MOVE "CASHRECV" TO PostSource
           MOVE "P" TO PostEntryType
           MOVE RstAmountReceived TO PostAmount
           PERFORM CheckStudentKnown
           IF StudentKnown
               PERFORM PostLedgerEntry
           ELSE
               PERFORM RejectUnknownStudent
           END-IF.

       CheckStudentKnown.
           MOVE "Y" TO StudentKnownFlag
           MOVE PostStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE "N" TO StudentKnownFlag
           END-READ.

       RejectUnknownStudent.
           ADD 1 TO RecordsRejected
           MOVE "REJECT  " TO PsdAction
           MOVE ZERO TO NewBalance
           PERFORM WritePostingLine.

      *>   PostLedgerEntry walks the student's ledger to its last
      *>   entry for the balance and sequence to post on from,
      *>   counting on the way the same entries already posted; it
      *>   is passed over when there are as many as its occurrence.
      *>   A zero amount (no refund, no award) posts nothing.
       PostLedgerEntry.
           IF PostAmount > ZERO
               PERFORM FindLastLedgerEntry
               IF AlreadyPosted
                   ADD 1 TO EntriesSkipped
                   MOVE "ON FILE " TO PsdAction
                   MOVE LastBalance TO NewBalance
                   PERFORM WritePostingLine
               ELSE
                   PERFORM WriteLedgerEntry
               END-IF
           END-IF.

       FindLastLedgerEntry.
           MOVE ZERO TO LastSeqNo
           MOVE ZERO TO LastBalance
           MOVE "N" TO AlreadyPostedFlag
           MOVE ZERO TO EntriesOnFile
           MOVE "00" TO LedgerFileStatus
           MOVE PostStudentId TO LgrStudentId
           MOVE ZERO TO LgrSeqNo
           START LedgerFile KEY NOT LESS THAN StudentLedgerKey
               INVALID KEY MOVE "10" TO LedgerFileStatus
           END-START
           IF NOT LedgerAtEnd
               PERFORM ReadNextLedgerEntry
           END-IF
           PERFORM ExamineOneLedgerEntry
               UNTIL LedgerAtEnd
                  OR LgrStudentId NOT = PostStudentId
           IF EntriesOnFile NOT < PostOccurrence
               MOVE "Y" TO AlreadyPostedFlag
           END-IF
           MOVE "00" TO LedgerFileStatus.

       ExamineOneLedgerEntry.
           MOVE LgrSeqNo TO LastSeqNo
           MOVE LgrBalance TO LastBalance
           IF LgrEntryType = PostEntryType
              AND LgrPeriodYear = PostPeriodYear
              AND LgrPeriodMonth = PostPeriodMonth
              AND LgrAmount = PostAmount
              AND LgrSource = PostSource
               ADD 1 TO EntriesOnFile
           END-IF
           PERFORM ReadNextLedgerEntry.

       WriteLedgerEntry.
           IF PostEntryType = "C"
               COMPUTE NewBalance = LastBalance + PostAmount
           ELSE
               COMPUTE NewBalance = LastBalance - PostAmount
           END-IF
           MOVE PostStudentId TO LgrStudentId
           COMPUTE LgrSeqNo = LastSeqNo + 1
           MOVE TodayYYYYMMDD TO LgrEntryDate
           MOVE PostEntryType TO LgrEntryType
           MOVE PostPeriodYear TO LgrPeriodYear
           MOVE PostPeriodMonth TO LgrPeriodMonth
           MOVE PostAmount TO LgrAmount
           MOVE NewBalance TO LgrBalance
           MOVE PostSource TO LgrSource
           WRITE StudentLedgerRec
               INVALID KEY
                   ADD 1 TO RecordsRejected
                   MOVE "DUPKEY  " TO PsdAction
               NOT INVALID KEY
                   ADD 1 TO EntriesPosted
                   ADD PostAmount TO AmountPosted
                   MOVE "POSTED  " TO PsdAction
           END-WRITE
           PERFORM WritePostingLine.

       WritePostingLine.
           MOVE PostStudentId TO PsdStudentId
           MOVE PostEntryType TO PsdEntryType
           MOVE PostPeriodYear TO PsdPeriodYear
           MOVE PostPeriodMonth TO PsdPeriodMonth
           MOVE PostAmount TO PsdAmount
           MOVE NewBalance TO PsdBalance
           MOVE PostSource TO PsdSource
           MOVE PostingDetail TO PostingLine
           WRITE PostingLine.

       ReadNextLedgerEntry.
           READ LedgerFile NEXT RECORD
               AT END MOVE "10" TO LedgerFileStatus
           END-READ.

       ReadNextTuitionFee.
           READ TuitionFeeFile
               AT END MOVE "10" TO TuitionFeeStatus
           END-READ.

       ReadNextReceipt.
           READ CashReceiptsFile
               AT END MOVE "10" TO CashReceiptsStatus
           END-READ.
