      *>   control says is closed rejects the batch whole to the
      *>   exceptions report - late cash is rekeyed into an open
      *>   period, not written into a month finance reported.
      *>   2026-10-15  Receipts carry a tender type; each card
      *>   receipt released from a proven batch is also registered
      *>   on CARDPEND, with its authorisation code, for the card
      *>   settlement import to match against the acquirer's file.
      *>   An unknown tender, or a card receipt without an
      *>   authorisation code, rejects the batch whole.
      *>   2026-10-15  A receipt against a corporate billing account
      *>   (the 900000 range) is proven against the CUSTMAST
      *>   customer master instead of the member master, so an
      *>   employer's payment of its group invoice is taken like
      *>   any member's.
      *>   2026-10-15  A batch captured under a cashier with no
      *>   shift on the CSHROTA rota today is listed as a warning
      *>   on the batch-exceptions report; the batch itself is
      *>   still proved and taken as before.
      *>   2026-10-15  Each receipt released carries the day it was
      *>   taken, so a week's counter cash can be told from the
      *>   rest of CASHRECV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VarianceHistoryFile ASSIGN TO "CSHOVSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VarianceHistoryStatus.
           SELECT CardPendingFile ASSIGN TO "CARDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CardPendingKey
               FILE STATUS IS CardPendingStatus.
           SELECT PeriodFile ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PeriodControlKey
               FILE STATUS IS PeriodFileStatus.
           SELECT RotaFile ASSIGN TO "CSHROTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RotKey
               FILE STATUS IS RotaFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CashBatchFile.
       COPY CASHIER.
       FD VarianceHistoryFile.
       COPY CSHOVSH.
       FD CustomerMasterFile.
       COPY CUSTREC.
       FD CardPendingFile.
       COPY CARDPEND.
       FD PeriodFile.
       COPY PERIODCT.
       FD RotaFile.
       COPY CSHROTA.
       FD OnAccountRegister.
       01 OnAccountRegisterLine.
           02 OarMemberId PIC 9(6).
               03 DtlBillYear PIC 9(4).
               03 DtlAmount PIC 9(5)V99.
               03 DtlOnAccount PIC X.
               03 DtlTenderType PIC X.
               03 DtlAuthCode PIC X(6).
       01 DetailIdx PIC 9(3) VALUE ZERO.
       01 OnAccountStatus PIC XX VALUE "00".
           88 OnAccountNotFound VALUE "35".
       01 VarianceHistoryStatus PIC XX VALUE "00".
           88 VarianceHistoryNotFound VALUE "35".
       01 BatchVariance PIC S9(7)V99 VALUE ZERO.
       01 CardPendingStatus PIC XX VALUE "00".
           88 CardPendingNotFound VALUE "35".
       01 CardReceiptsRegistered PIC 9(7) COMP VALUE ZERO.
       01 PeriodFileStatus PIC XX VALUE "00".
           88 PeriodFileNotFound VALUE "35".
       01 PeriodOpenFlag PIC X VALUE "N".
           88 PeriodFileOpen VALUE "Y".
       01 RotaFileStatus PIC XX VALUE "00".
           88 RotaFileNotFound VALUE "35".
       01 RotaOpenFlag PIC X VALUE "N".
           88 RotaFileOpen VALUE "Y".
       01 RosteredFlag PIC X VALUE "N".
           88 CashierRostered VALUE "Y".
       01 UnrosteredWarnings PIC 9(7) COMP VALUE ZERO.
      *>   Corporate billing accounts off the customer master.
       01 CustomerMasterStatus PIC XX VALUE "00".
           88 CustomerMasterAtEnd VALUE "10".
           88 CustomerMasterNotFound VALUE "35".
       01 CorporateAccountFloor PIC 9(6) VALUE 900000.
       01 AccountMax PIC 9(3) VALUE 500.
       01 AccountCount PIC 9(3) VALUE ZERO.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 ActBillingAccount PIC 9(6).
       01 AccountIdx PIC 9(3) COMP VALUE ZERO.
       01 AccountFoundFlag PIC X VALUE "N".
           88 AccountFound VALUE "Y".
       COPY STDDATE.
       01 BatchesAccepted PIC 9(5) VALUE ZERO.
       01 BatchesRejected PIC 9(5) VALUE ZERO.
       Begin.
           OPEN INPUT CashBatchFile
           OPEN INPUT MemberMasterFile
           PERFORM LoadBillingAccounts
           OPEN OUTPUT CashReceiptsFile
           OPEN OUTPUT BatchExceptionReport
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
               OPEN OUTPUT OnAccountFile
           END-IF
           OPEN OUTPUT OnAccountRegister
           OPEN I-O CardPendingFile
           IF CardPendingNotFound
               OPEN OUTPUT CardPendingFile
               CLOSE CardPendingFile
               OPEN I-O CardPendingFile
           END-IF
           MOVE "Y" TO CashierFileOpenFlag
           OPEN INPUT CashierFile
           IF CashierFileNotFound
      *>   No period control on file means every period is open.
               MOVE "N" TO PeriodOpenFlag
           END-IF
           MOVE "Y" TO RotaOpenFlag
           OPEN INPUT RotaFile
           IF RotaFileNotFound
      *>   No rota on file yet: nobody is warned about.
               MOVE "N" TO RotaOpenFlag
           END-IF
           MOVE "BATCH EXCEPTIONS - WHOLE BATCH REJECTED"
               TO BatchExceptionLine
           WRITE BatchExceptionLine
           CLOSE BatchExceptionReport
           CLOSE OnAccountFile
           CLOSE OnAccountRegister
           CLOSE CardPendingFile
           IF CashierFileOpen
               CLOSE CashierFile
           END-IF
           IF PeriodFileOpen
               CLOSE PeriodFile
           END-IF
           IF RotaFileOpen
               CLOSE RotaFile
           END-IF
           CLOSE VarianceHistoryFile
           DISPLAY "Batches by unrostered cashiers = "
                   UnrosteredWarnings
           DISPLAY "Receipts held on account = " OnAccountPosted
           DISPLAY "Card receipts registered = "
                   CardReceiptsRegistered
           COMPUTE BatchesReadForReport =
                   BatchesAccepted + BatchesRejected
           MOVE BatchesAccepted TO BatchesAcceptedForReport
                               TO BatchRejectReason
                       END-IF
               END-READ
           END-IF
           IF BatchOk AND RotaFileOpen
               PERFORM CheckCashierRostered
           END-IF.

      *>   CheckCashierRostered looks for any shift on the rota for
      *>   the batch's cashier today, at whichever branch; without
      *>   one the batch is listed as a warning, not rejected.
       CheckCashierRostered.
           MOVE "N" TO RosteredFlag
           MOVE CurrentCashier TO RotCashierId
           MOVE TodayYYYYMMDD TO RotShiftDate
           MOVE ZERO TO RotStartTime
           START RotaFile KEY IS NOT LESS THAN RotKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RotaFile NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RotCashierId = CurrentCashier
                              AND RotShiftDate = TodayYYYYMMDD
                               MOVE "Y" TO RosteredFlag
                           END-IF
                   END-READ
           END-START
           IF NOT CashierRostered
               ADD 1 TO UnrosteredWarnings
               MOVE CurrentCashier TO ExcCashierId
               MOVE CurrentBatchNumber TO ExcBatchNumber
               MOVE "WARNING - cashier not rostered today"
                   TO ExcReason
               MOVE ExceptionDetailLine TO BatchExceptionLine
               WRITE BatchExceptionLine
           END-IF.

      *>   ValidateBatchDetail proves one receipt: a known, billable
           ELSE
               ADD BchAmount TO DetailTotal
               MOVE "Y" TO DetailPlausibleFlag
               IF BchMemberId NOT < CorporateAccountFloor
                   PERFORM FindBillingAccount
                   IF NOT AccountFound
                       MOVE "N" TO BatchOkFlag
                       MOVE "Account not on customer master"
                           TO BatchRejectReason
                   END-IF
               ELSE
                   MOVE BchMemberId TO MmbMemberId
                   READ MemberMasterFile
                       INVALID KEY
                           MOVE "N" TO BatchOkFlag
                           MOVE "MemberId not on member master"
                               TO BatchRejectReason
                   END-READ
               END-IF
      *>   A known member with an implausible period is money with
      *>   nowhere clean to land: it marks for on-account posting
      *>   rather than poisoning the whole till.
                           END-IF
                   END-READ
               END-IF
      *>   A card receipt the acquirer cannot be matched to is no
      *>   better than a mistyped member, so it stops the till too.
               EVALUATE TRUE
                   WHEN BchCashTender
                       CONTINUE
                   WHEN BchCardTender
                       IF BchCardAuthCode = SPACES
                           MOVE "N" TO BatchOkFlag
                           MOVE "Card receipt without auth code"
                               TO BatchRejectReason
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO BatchOkFlag
                       MOVE "Unknown tender type"
                           TO BatchRejectReason
               END-EVALUATE
               ADD 1 TO DetailCount
               MOVE BchTenderType TO DtlTenderType(DetailCount)
               MOVE BchCardAuthCode TO DtlAuthCode(DetailCount)
               MOVE BchMemberId TO DtlMemberId(DetailCount)
               MOVE BchBillMonth TO DtlBillMonth(DetailCount)
               MOVE BchBillYear TO DtlBillYear(DetailCount)
               MOVE DtlBillMonth(DetailIdx) TO CashBillMonth
               MOVE DtlBillYear(DetailIdx) TO CashBillYear
               MOVE DtlAmount(DetailIdx) TO CashAmountReceived
               MOVE TodayYYYYMMDD TO CashReceiptDate
               WRITE CashReceiptRec
               ADD 1 TO ReceiptsWritten
           END-IF
           IF DtlTenderType(DetailIdx) = "K"
               PERFORM RegisterCardReceipt
           END-IF.

      *>   RegisterCardReceipt records a card receipt as awaiting
      *>   the acquirer's settlement.
       RegisterCardReceipt.
           MOVE DtlMemberId(DetailIdx) TO CpdMemberId
           MOVE TodayYYYYMMDD TO CpdReceiptDate
           MOVE CurrentCashier TO CpdCashierId
           MOVE CurrentBatchNumber TO CpdBatchNumber
           MOVE DetailIdx TO CpdLineNumber
           MOVE DtlBillMonth(DetailIdx) TO CpdBillMonth
           MOVE DtlBillYear(DetailIdx) TO CpdBillYear
           MOVE DtlAmount(DetailIdx) TO CpdAmount
           MOVE DtlAuthCode(DetailIdx) TO CpdAuthCode
           MOVE DtlOnAccount(DetailIdx) TO CpdOnAccount
           MOVE "P" TO CpdStatus
           MOVE ZERO TO CpdSettledDate
           MOVE ZERO TO CpdChargebackDate
           WRITE CardPendingRec
               INVALID KEY
                   DISPLAY "CashReceiptsEntry - card receipt "
                           "already registered for member "
                           CpdMemberId " batch " CpdBatchNumber
               NOT INVALID KEY
                   ADD 1 TO CardReceiptsRegistered
           END-WRITE.

      *>   PostDetailOnAccount upserts the member's unapplied cash
      *>   balance and lists the posting on the register for the
      *>   cash office.
           READ CashBatchFile
               AT END MOVE "10" TO CashBatchStatus
           END-READ.

      *>   LoadBillingAccounts keeps the customers' corporate billing
      *>   accounts; no customer master means no corporate receipts.
       LoadBillingAccounts.
           OPEN INPUT CustomerMasterFile
           IF NOT CustomerMasterNotFound
               PERFORM ReadNextCustomer
               PERFORM LoadOneBillingAccount UNTIL CustomerMasterAtEnd
               CLOSE CustomerMasterFile
           END-IF.

       LoadOneBillingAccount.
           IF AccountCount < AccountMax
              AND BillingAccount NOT < CorporateAccountFloor
               ADD 1 TO AccountCount
               MOVE BillingAccount TO ActBillingAccount(AccountCount)
           END-IF
           PERFORM ReadNextCustomer.

       ReadNextCustomer.
           READ CustomerMasterFile
               AT END MOVE "10" TO CustomerMasterStatus
           END-READ.

       FindBillingAccount.
           MOVE "N" TO AccountFoundFlag
           PERFORM MatchOneBillingAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount OR AccountFound.

       MatchOneBillingAccount.
           IF ActBillingAccount(AccountIdx) = BchMemberId
               MOVE "Y" TO AccountFoundFlag
           END-IF.
