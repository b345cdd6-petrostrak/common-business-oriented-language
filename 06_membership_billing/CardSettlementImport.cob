       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardSettlementImport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Card acquirer daily settlement import - the branches'
      *>   card takings stop being ticked off by hand against the
      *>   till batches. The CARDSETL file is proved first (header
      *>   first, detail count and amount hash against the
      *>   trailer) and a file that does not prove is rejected
      *>   whole with RC=16, nothing posted. A proven file is then
      *>   matched transaction by transaction to the card receipts
      *>   register CARDPEND on member, amount and authorisation
      *>   code:
      *>     - a settled sale marks its receipt settled; a sale
      *>       with no receipt behind it lists as unmatched on the
      *>       acquirer side;
      *>     - a chargeback reverses its settled receipt: the
      *>       amount goes back onto ARREARS for the receipt's
      *>       period, a CHARGEBK entry is logged to COMMLOG, and
      *>       the reversal is written to CARDPOST for the ledger,
      *>       so the member is chased by the next dunning run. A
      *>       receipt that was held on account, having no period
      *>       to reopen, is listed for the cash office instead;
      *>     - every transaction's acquirer fee is written to
      *>       CARDPOST for GLJournalExtract to post.
      *>   Finally card receipts still unsettled more than
      *>   SettlementLagDays after they were taken list as
      *>   unmatched on our side. Anything unmatched ends the run
      *>   RC=4 with everything on the CARDREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CardSettlementFile ASSIGN TO "CARDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CardSettlementStatus.
           SELECT CardPendingFile ASSIGN TO "CARDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CardPendingKey
               FILE STATUS IS CardPendingStatus.
           SELECT ArrearsFile ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ArrearsKey
               FILE STATUS IS ArrearsFileStatus.
           SELECT CommLogFile ASSIGN TO "COMMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLogStatus.
           SELECT CardPostingFile ASSIGN TO "CARDPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SettlementRegister ASSIGN TO "CARDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CardSettlementFile.
       COPY CARDSETL.
       FD CardPendingFile.
       COPY CARDPEND.
       FD ArrearsFile.
       COPY ARREARS.
       FD CommLogFile.
       COPY COMMLOG.
       FD CardPostingFile.
       COPY CARDPOST.
       FD SettlementRegister.
       01 SettlementRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CardSettlementStatus PIC XX VALUE "00".
           88 CardSettlementAtEnd VALUE "10".
           88 CardSettlementNotFound VALUE "35".
       01 CardPendingStatus PIC XX VALUE "00".
           88 CardPendingAtEnd VALUE "10".
           88 CardPendingNotFound VALUE "35".
       01 CardPendingOpenFlag PIC X VALUE "N".
           88 CardPendingOpen VALUE "Y".
       01 ArrearsFileStatus PIC XX VALUE "00".
           88 ArrearsNotFound VALUE "35".
       01 CommLogStatus PIC XX VALUE "00".
           88 CommLogNotFound VALUE "35".
      *>   Card receipts older than this with no settlement are
      *>   reported; the acquirer normally settles next working day.
       01 SettlementLagDays PIC 9(3) VALUE 3.
      *>   File proof.
       01 AcquirerId PIC X(8) VALUE SPACES.
       01 SettlementDate PIC 9(8) VALUE ZERO.
       01 TrailerSeenFlag PIC X VALUE "N".
           88 TrailerSeen VALUE "Y".
       01 FileProvenFlag PIC X VALUE "Y".
           88 FileProven VALUE "Y".
       01 ProofFailureText PIC X(40) VALUE SPACES.
       01 ProofRecordCount PIC 9(7) VALUE ZERO.
       01 ProofHashTotal PIC 9(11)V99 VALUE ZERO.
       01 TrailerRecordCount PIC 9(7) VALUE ZERO.
       01 TrailerHashTotal PIC 9(11)V99 VALUE ZERO.
      *>   Receipt matching.
       01 MatchFoundFlag PIC X VALUE "N".
           88 MatchFound VALUE "Y".
       01 MatchedKey PIC X(29) VALUE SPACES.
       01 WantedStatus PIC X VALUE SPACE.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 ReceiptAgeDays PIC S9(7) VALUE ZERO.
       01 TransactionsRead PIC 9(7) COMP VALUE ZERO.
       01 SalesMatched PIC 9(7) COMP VALUE ZERO.
       01 SalesUnmatched PIC 9(7) COMP VALUE ZERO.
       01 ChargebacksApplied PIC 9(7) COMP VALUE ZERO.
       01 ChargebacksUnmatched PIC 9(7) COMP VALUE ZERO.
       01 ChargebacksByHand PIC 9(7) COMP VALUE ZERO.
       01 ReceiptsUnsettled PIC 9(7) COMP VALUE ZERO.
       01 SettledTotal PIC 9(9)V99 VALUE ZERO.
       01 MatchedSalesTotal PIC 9(9)V99 VALUE ZERO.
       01 UnmatchedSalesTotal PIC 9(9)V99 VALUE ZERO.
       01 ChargebackTotal PIC 9(9)V99 VALUE ZERO.
       01 FeeTotal PIC 9(9)V99 VALUE ZERO.
       01 UnsettledTotal PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "CardSettlement".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(29) VALUE "CARD SETTLEMENT MATCH - RUN ".
           02 RghDate PIC 9(8).
           02 FILLER PIC X(11) VALUE "  ACQUIRER ".
           02 RghAcquirerId PIC X(8).
           02 FILLER PIC X(7) VALUE "  DATE ".
           02 RghSettlementDate PIC 9(8).
       01 RegisterColumns PIC X(64) VALUE
           "MEMBER AUTH   TXN DATE   AMOUNT    FEE  RESULT".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAuthCode PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAmount PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdFee PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdResult PIC X(30).
       01 RegisterTotalLine.
           02 RgtLabel PIC X(30).
           02 RgtCount PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgtAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           OPEN OUTPUT SettlementRegister
           OPEN OUTPUT CardPostingFile
           MOVE "Y" TO CardPendingOpenFlag
           OPEN I-O CardPendingFile
           IF CardPendingNotFound
               MOVE "N" TO CardPendingOpenFlag
           END-IF
           OPEN INPUT CardSettlementFile
           IF CardSettlementNotFound
               PERFORM WriteRegisterHeading
               MOVE "NO SETTLEMENT FILE FROM THE ACQUIRER TODAY"
                   TO SettlementRegisterLine
               WRITE SettlementRegisterLine
           ELSE
               PERFORM ProveSettlementFile
               CLOSE CardSettlementFile
               PERFORM WriteRegisterHeading
               IF FileProven
                   PERFORM PostSettlementFile
               ELSE
                   PERFORM RejectSettlementFile
               END-IF
           END-IF
           IF FileProven AND CardPendingOpen
               PERFORM ListUnsettledReceipts
           END-IF
           IF FileProven
               PERFORM PrintRegisterTotals
           END-IF
           IF CardPendingOpen
               CLOSE CardPendingFile
           END-IF
           CLOSE CardPostingFile
           CLOSE SettlementRegister
           MOVE TransactionsRead TO ReadForReport
           COMPUTE WrittenForReport =
                   SalesMatched + ChargebacksApplied
           COMPUTE RejectedForReport =
                   SalesUnmatched + ChargebacksUnmatched
                   + ChargebacksByHand
           MOVE SettledTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF NOT FileProven
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RejectedForReport > ZERO
                  OR ReceiptsUnsettled > ZERO
                   MOVE 3220 TO ExceptionNumber
                   MOVE "W" TO ExceptionSeverity
                   MOVE "Unmatched card settlement items - see CARDREG"
                       TO ExceptionText
                   CALL "ExceptionHandler" USING ProgramNameLiteral
                           ExceptionNumber ExceptionSeverity
                           ExceptionText ExceptionReturnCode
                   END-CALL
                   MOVE ExceptionReturnCode TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *>   ProveSettlementFile reads the whole file once, proving
      *>   the header is first and the trailer last and agrees
      *>   with the details, before a single item is matched.
       ProveSettlementFile.
           PERFORM ReadNextSettlement
           IF CardSettlementAtEnd OR NOT StlHeaderRecord
               MOVE "N" TO FileProvenFlag
               MOVE "header record missing" TO ProofFailureText
           ELSE
               MOVE StlAcquirerId TO AcquirerId
               MOVE StlSettlementDate TO SettlementDate
               PERFORM ReadNextSettlement
               PERFORM ProveOneRecord
                   UNTIL CardSettlementAtEnd OR NOT FileProven
               IF FileProven AND NOT TrailerSeen
                   MOVE "N" TO FileProvenFlag
                   MOVE "trailer record missing" TO ProofFailureText
               END-IF
               IF FileProven
                  AND (TrailerRecordCount NOT = ProofRecordCount
                    OR TrailerHashTotal NOT = ProofHashTotal)
                   MOVE "N" TO FileProvenFlag
                   MOVE "trailer totals do not agree"
                       TO ProofFailureText
               END-IF
           END-IF.

       ProveOneRecord.
           EVALUATE TRUE
               WHEN TrailerSeen
                   MOVE "N" TO FileProvenFlag
                   MOVE "records after the trailer"
                       TO ProofFailureText
               WHEN StlTrailerRecord
                   MOVE "Y" TO TrailerSeenFlag
                   MOVE StlRecordCount TO TrailerRecordCount
                   MOVE StlHashTotal TO TrailerHashTotal
               WHEN StlDetailRecord
                   ADD 1 TO ProofRecordCount
                   IF StlAmount NUMERIC AND StlFee NUMERIC
                       ADD StlAmount TO ProofHashTotal
                   ELSE
                       MOVE "N" TO FileProvenFlag
                       MOVE "amount or fee not numeric"
                           TO ProofFailureText
                   END-IF
               WHEN OTHER
                   MOVE "N" TO FileProvenFlag
                   MOVE "unknown record type" TO ProofFailureText
           END-EVALUATE
           PERFORM ReadNextSettlement.

       RejectSettlementFile.
           MOVE 3219 TO ExceptionNumber
           MOVE "S" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING "CARDSETL rejected whole - " DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO ExceptionText
           END-STRING
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           MOVE SPACES TO SettlementRegisterLine
           STRING "FILE REJECTED, NOTHING POSTED - "
                   DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO SettlementRegisterLine
           END-STRING
           WRITE SettlementRegisterLine.

       PostSettlementFile.
           OPEN I-O ArrearsFile
           IF ArrearsNotFound
               OPEN OUTPUT ArrearsFile
               CLOSE ArrearsFile
               OPEN I-O ArrearsFile
           END-IF
           OPEN EXTEND CommLogFile
           IF CommLogNotFound
               OPEN OUTPUT CommLogFile
           END-IF
           MOVE "00" TO CardSettlementStatus
           OPEN INPUT CardSettlementFile
           PERFORM ReadNextSettlement
           PERFORM PostOneRecord UNTIL CardSettlementAtEnd
           CLOSE CardSettlementFile
           CLOSE ArrearsFile
           CLOSE CommLogFile.

       PostOneRecord.
           IF StlDetailRecord
               ADD 1 TO TransactionsRead
               IF StlSale
                   PERFORM SettleOneSale
               ELSE
                   PERFORM ApplyOneChargeback
               END-IF
               PERFORM PostAcquirerFee
           END-IF
           PERFORM ReadNextSettlement.

       SettleOneSale.
           ADD StlAmount TO SettledTotal
           MOVE "P" TO WantedStatus
           PERFORM FindCardReceipt
           IF MatchFound
               MOVE "S" TO CpdStatus
               MOVE SettlementDate TO CpdSettledDate
               REWRITE CardPendingRec
               ADD 1 TO SalesMatched
               ADD StlAmount TO MatchedSalesTotal
               MOVE "SETTLED" TO RgdResult
           ELSE
               ADD 1 TO SalesUnmatched
               ADD StlAmount TO UnmatchedSalesTotal
               MOVE "UNMATCHED - NO RECEIPT" TO RgdResult
           END-IF
           PERFORM WriteRegisterDetail.

      *>   ApplyOneChargeback reverses the settled receipt the
      *>   cardholder's bank took the money back for.
       ApplyOneChargeback.
           MOVE "S" TO WantedStatus
           PERFORM FindCardReceipt
           EVALUATE TRUE
               WHEN NOT MatchFound
                   ADD 1 TO ChargebacksUnmatched
                   MOVE "CHARGEBACK - NO SETTLED RECEIPT"
                       TO RgdResult
               WHEN CpdHeldOnAccount
                   ADD 1 TO ChargebacksByHand
                   MOVE "CHARGEBACK - ON ACCOUNT, BY HAND"
                       TO RgdResult
               WHEN OTHER
                   MOVE "B" TO CpdStatus
                   MOVE SettlementDate TO CpdChargebackDate
                   REWRITE CardPendingRec
                   PERFORM ReopenArrears
                   PERFORM LogChargeback
                   MOVE "B" TO CrpPostingType
                   MOVE CpdMemberId TO CrpMemberId
                   MOVE CpdBillMonth TO CrpBillMonth
                   MOVE CpdBillYear TO CrpBillYear
                   MOVE CpdAmount TO CrpAmount
                   MOVE TodayYYYYMMDD TO CrpPostedDate
                   WRITE CardPostingRec
                   ADD 1 TO ChargebacksApplied
                   ADD CpdAmount TO ChargebackTotal
                   MOVE "CHARGEBACK - BACK TO ARREARS" TO RgdResult
           END-EVALUATE
           PERFORM WriteRegisterDetail.

      *>   FindCardReceipt walks the member's card receipts for
      *>   the oldest in WantedStatus with the same amount and
      *>   authorisation code, and leaves it read for REWRITE.
       FindCardReceipt.
           MOVE "N" TO MatchFoundFlag
           IF CardPendingOpen
               MOVE LOW-VALUES TO CardPendingKey
               MOVE StlMemberId TO CpdMemberId
               START CardPendingFile KEY NOT LESS THAN CardPendingKey
                   INVALID KEY MOVE "10" TO CardPendingStatus
               END-START
               IF NOT CardPendingAtEnd
                   PERFORM ReadNextCardReceipt
               END-IF
               PERFORM TestOneCardReceipt
                   UNTIL CardPendingAtEnd
                      OR CpdMemberId NOT = StlMemberId
                      OR MatchFound
               MOVE "00" TO CardPendingStatus
               IF MatchFound
                   MOVE MatchedKey TO CardPendingKey
                   READ CardPendingFile
                       INVALID KEY MOVE "N" TO MatchFoundFlag
                   END-READ
               END-IF
           END-IF.

       TestOneCardReceipt.
           IF CpdStatus = WantedStatus
              AND CpdAmount = StlAmount
              AND CpdAuthCode = StlAuthCode
               MOVE "Y" TO MatchFoundFlag
               MOVE CardPendingKey TO MatchedKey
           ELSE
               PERFORM ReadNextCardReceipt
           END-IF.

      *>   ReopenArrears puts the charged-back amount back on the
      *>   member's arrears for the receipt's period, the way a
      *>   failed direct debit lands there.
       ReopenArrears.
           MOVE CpdMemberId TO ArrMemberId
           MOVE CpdBillYear TO ArrBillYear
           MOVE CpdBillMonth TO ArrBillMonth
           READ ArrearsFile
               INVALID KEY
                   MOVE CpdMemberId TO ArrMemberId
                   MOVE CpdBillYear TO ArrBillYear
                   MOVE CpdBillMonth TO ArrBillMonth
                   MOVE "OTHR" TO ArrRegion
                   MOVE CpdAmount TO ArrBalance
                   MOVE TodayYYYYMMDD TO ArrBilledDate
                   MOVE SPACES TO ArrAgencyCode
                   MOVE ZERO TO ArrPlacedDate
                   MOVE ZERO TO ArrPlacedAmount
                   WRITE ArrearsRec
               NOT INVALID KEY
                   ADD CpdAmount TO ArrBalance
                   REWRITE ArrearsRec
           END-READ.

       LogChargeback.
           MOVE CpdMemberId TO ComMemberId
           MOVE TodayYYYYMMDD TO ComDate
           MOVE "CHARGEBK" TO ComDocType
           MOVE CpdBillMonth TO ComBillMonth
           MOVE CpdBillYear TO ComBillYear
           MOVE CpdAmount TO ComAmount
           MOVE CpdAuthCode TO ComReference
           WRITE CommLogRec.

       PostAcquirerFee.
           IF StlFee > ZERO
               MOVE "F" TO CrpPostingType
               MOVE StlMemberId TO CrpMemberId
               MOVE ZERO TO CrpBillMonth
               MOVE ZERO TO CrpBillYear
               MOVE StlFee TO CrpAmount
               MOVE TodayYYYYMMDD TO CrpPostedDate
               WRITE CardPostingRec
               ADD StlFee TO FeeTotal
           END-IF.

      *>   ListUnsettledReceipts reports our side: card receipts
      *>   the acquirer has still not settled after the lag.
       ListUnsettledReceipts.
           MOVE SPACES TO SettlementRegisterLine
           WRITE SettlementRegisterLine
           MOVE "CARD RECEIPTS NOT YET SETTLED BY THE ACQUIRER"
               TO SettlementRegisterLine
           WRITE SettlementRegisterLine
           MOVE LOW-VALUES TO CardPendingKey
           START CardPendingFile KEY NOT LESS THAN CardPendingKey
               INVALID KEY MOVE "10" TO CardPendingStatus
           END-START
           IF NOT CardPendingAtEnd
               PERFORM ReadNextCardReceipt
           END-IF
           PERFORM CheckOneUnsettled UNTIL CardPendingAtEnd
           MOVE "00" TO CardPendingStatus.

       CheckOneUnsettled.
           IF CpdPending
               MOVE CpdReceiptDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               COMPUTE ReceiptAgeDays = TodayDays - WorkDays
               IF ReceiptAgeDays > SettlementLagDays
                   ADD 1 TO ReceiptsUnsettled
                   ADD CpdAmount TO UnsettledTotal
                   MOVE CpdMemberId TO RgdMemberId
                   MOVE CpdAuthCode TO RgdAuthCode
                   MOVE CpdReceiptDate TO RgdDate
                   MOVE CpdAmount TO RgdAmount
                   MOVE ZERO TO RgdFee
                   MOVE "UNMATCHED - NOT SETTLED" TO RgdResult
                   MOVE RegisterDetail TO SettlementRegisterLine
                   WRITE SettlementRegisterLine
               END-IF
           END-IF
           PERFORM ReadNextCardReceipt.

       WriteRegisterHeading.
           MOVE TodayYYYYMMDD TO RghDate
           MOVE AcquirerId TO RghAcquirerId
           MOVE SettlementDate TO RghSettlementDate
           MOVE RegisterHeading TO SettlementRegisterLine
           WRITE SettlementRegisterLine
           MOVE RegisterColumns TO SettlementRegisterLine
           WRITE SettlementRegisterLine.

       WriteRegisterDetail.
           MOVE StlMemberId TO RgdMemberId
           MOVE StlAuthCode TO RgdAuthCode
           MOVE StlTransactionDate TO RgdDate
           MOVE StlAmount TO RgdAmount
           MOVE StlFee TO RgdFee
           MOVE RegisterDetail TO SettlementRegisterLine
           WRITE SettlementRegisterLine.

       PrintRegisterTotals.
           MOVE SPACES TO SettlementRegisterLine
           WRITE SettlementRegisterLine
           MOVE "SALES SETTLED AND MATCHED" TO RgtLabel
           MOVE SalesMatched TO RgtCount
           MOVE MatchedSalesTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "SALES WITH NO RECEIPT" TO RgtLabel
           MOVE SalesUnmatched TO RgtCount
           MOVE UnmatchedSalesTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "CHARGEBACKS BACK TO ARREARS" TO RgtLabel
           MOVE ChargebacksApplied TO RgtCount
           MOVE ChargebackTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "CHARGEBACKS UNMATCHED/BY HAND" TO RgtLabel
           COMPUTE RgtCount =
                   ChargebacksUnmatched + ChargebacksByHand
           MOVE ZERO TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "ACQUIRER FEES" TO RgtLabel
           MOVE TransactionsRead TO RgtCount
           MOVE FeeTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "RECEIPTS NOT SETTLED" TO RgtLabel
           MOVE ReceiptsUnsettled TO RgtCount
           MOVE UnsettledTotal TO RgtAmount
           PERFORM WriteRegisterTotal.

       WriteRegisterTotal.
           MOVE RegisterTotalLine TO SettlementRegisterLine
           WRITE SettlementRegisterLine.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month calendar.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays =
                   WorkYear * 360 + WorkMonth * 30 + WorkDay.

       ReadNextSettlement.
           READ CardSettlementFile
               AT END MOVE "10" TO CardSettlementStatus
           END-READ.

       ReadNextCardReceipt.
           READ CardPendingFile NEXT RECORD
               AT END MOVE "10" TO CardPendingStatus
           END-READ.
