      *>   BusinessDayCheck - the same computation the
      *>   pre-notification step dates the advance letters with,
      *>   so the letter and the debit agree by construction.
      *>   2026-10-15  A mandate whose sort code has since closed on
      *>   the BANKDIR directory, stopped accepting direct debits,
      *>   or is not listed there at all is held on the DDNOMAND
      *>   register instead of being sent - the bank would only
      *>   return it unpaid.
      *>   2026-10-15  Every record of the collection file is also
      *>   appended to the DDHIST history of files sent, which the
      *>   cash-flow forecast takes its failure rate and its
      *>   actual collections from. A rerun for the same bill run
      *>   appends the file a second time; remove the first copy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS ApprovedRefundStatus.
           SELECT BankInterfaceFile ASSIGN TO "BANKDDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DdHistoryFile ASSIGN TO "DDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DdHistoryStatus.
           SELECT MandateFile ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MndMemberId
               FILE STATUS IS MandateFileStatus.
           SELECT BankDirectoryFile ASSIGN TO "BANKDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BkdSortCode
               FILE STATUS IS BankDirectoryStatus.
           SELECT NoMandateRegister ASSIGN TO "DDNOMAND"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY REFUND.
       FD BankInterfaceFile.
       COPY BANKDDI.
      *>   DDHIST - every collection file sent, BANKDDI records
      *>   appended file after file.
       FD DdHistoryFile.
       01 DdHistoryRec PIC X(41).
       FD MandateFile.
       COPY DDMAND.
       FD BankDirectoryFile.
       COPY BANKDIR.
       FD NoMandateRegister.
       01 NoMandateLine.
           02 NmdMemberId PIC 9(6).
       01 ApprovedRefundStatus PIC XX VALUE "00".
           88 ApprovedRefundAtEnd VALUE "10".
           88 ApprovedRefundNotFound VALUE "35".
       01 DdHistoryStatus PIC XX VALUE "00".
           88 DdHistoryNotFound VALUE "35".
       01 MandateFileStatus PIC XX VALUE "00".
           88 MandateFileNotFound VALUE "35".
       01 MandateFileOpenFlag PIC X VALUE "N".
           88 MandateOk VALUE "Y".
       01 MandateCheckMemberId PIC 9(6) VALUE ZERO.
       01 FeesSkipped PIC 9(7) COMP VALUE ZERO.
       01 BankDirectoryStatus PIC XX VALUE "00".
           88 BankDirectoryNotFound VALUE "35".
       01 BankDirectoryOpenFlag PIC X VALUE "N".
           88 BankDirectoryOpen VALUE "Y".
       01 SortCodeHoldFlag PIC X VALUE "N".
           88 SortCodeHeld VALUE "Y".
       01 SortCodesHeld PIC 9(7) COMP VALUE ZERO.
      *>   Scheme notice period - must match the pre-notification
      *>   step's.
       01 AdvanceNoticeDays PIC 9(3) VALUE 5.
           END-CALL
           OPEN INPUT MemberFeeFile
           OPEN OUTPUT BankInterfaceFile
           OPEN EXTEND DdHistoryFile
           IF DdHistoryNotFound
               OPEN OUTPUT DdHistoryFile
           END-IF
           OPEN OUTPUT NoMandateRegister
           MOVE "Y" TO MandateFileOpenFlag
           OPEN INPUT MandateFile
      *>   whole collection run.
               MOVE "N" TO MandateFileOpenFlag
           END-IF
           MOVE "Y" TO BankDirectoryOpenFlag
           OPEN INPUT BankDirectoryFile
           IF BankDirectoryNotFound
               MOVE "N" TO BankDirectoryOpenFlag
           END-IF
           PERFORM WriteFileHeader
           PERFORM ReadNextFee
           PERFORM WriteDebitInstruction UNTIL MemberFeeAtEnd
           PERFORM WriteFileTrailer
           CLOSE MemberFeeFile
           CLOSE BankInterfaceFile
           CLOSE DdHistoryFile
           CLOSE NoMandateRegister
           IF MandateFileOpen
               CLOSE MandateFile
           END-IF
           IF BankDirectoryOpen
               CLOSE BankDirectoryFile
           END-IF
           DISPLAY "DirectDebitExtract - held for no mandate = "
                   FeesSkipped
           DISPLAY "DirectDebitExtract - of which held for sort "
                   "code = " SortCodesHeld
           COMPUTE FeesReadForReport = FeesRead + RefundsRead
           MOVE InstructionCount TO InstructionsForReport
           MOVE AmountHashTotal TO HashTotalForReport
           MOVE SPACES TO DdiDetail
           MOVE TodayYYYYMMDD TO DdiFileDate
           MOVE "MEMBERSHIP BILLING" TO DdiOriginName
           PERFORM WriteInterfaceRecord.

       WriteDebitInstruction.
           ADD 1 TO FeesRead
               MOVE FeeBillYear TO DdiBillYear
               MOVE FeeTotalFees TO DdiAmount
               MOVE CollectionDate TO DdiCollectionDate
               PERFORM WriteInterfaceRecord
               ADD 1 TO InstructionCount
               ADD FeeTotalFees TO AmountHashTotal
           ELSE
               MOVE FeeBillMonth TO NmdMonth
               MOVE FeeBillYear TO NmdYear
               MOVE FeeTotalFees TO NmdAmount
               IF SortCodeHeld
                   MOVE "SORT CODE CLOSED - NOT SENT" TO NmdRemark
               ELSE
                   MOVE "NO ACTIVE MANDATE - NOT SENT" TO NmdRemark
               END-IF
               WRITE NoMandateLine
           END-IF
           PERFORM ReadNextFee.
      *>   CheckActiveMandate says whether we hold a live authority
      *>   for the member in MandateCheckMemberId. With no mandate
      *>   master open at all the answer is yes - see the open.
      *>   A live mandate still fails when the directory shows its
      *>   sort code can no longer be debited (SortCodeHeld).
       CheckActiveMandate.
           MOVE "N" TO SortCodeHoldFlag
           IF MandateFileOpen
               MOVE "N" TO MandateOkFlag
               MOVE MandateCheckMemberId TO MndMemberId
                           MOVE "Y" TO MandateOkFlag
                       END-IF
               END-READ
               IF MandateOk AND BankDirectoryOpen
                   PERFORM CheckMandateSortCode
               END-IF
           ELSE
               MOVE "Y" TO MandateOkFlag
           END-IF.

       CheckMandateSortCode.
           MOVE MndBankSortCode TO BkdSortCode
           READ BankDirectoryFile
               INVALID KEY
                   MOVE "Y" TO SortCodeHoldFlag
               NOT INVALID KEY
                   IF BkdClosed OR NOT BkdAcceptsDirectDebit
                       MOVE "Y" TO SortCodeHoldFlag
                   END-IF
           END-READ
           IF SortCodeHeld
               MOVE "N" TO MandateOkFlag
               ADD 1 TO SortCodesHeld
           END-IF.

      *>   WriteRefundCredits appends one credit instruction per
      *>   approved refund; a missing REFUNDOK file just means no
      *>   refunds were approved this period.
               MOVE RfdBillYear TO DdiBillYear
               MOVE RfdAmount TO DdiAmount
               MOVE CollectionDate TO DdiCollectionDate
               PERFORM WriteInterfaceRecord
               ADD 1 TO InstructionCount
               ADD RfdAmount TO AmountHashTotal
           ELSE
               MOVE RfdBillMonth TO NmdMonth
               MOVE RfdBillYear TO NmdYear
               MOVE RfdAmount TO NmdAmount
               IF SortCodeHeld
                   MOVE "SORT CODE CLOSED - BY CHEQUE" TO NmdRemark
               ELSE
                   MOVE "NO MANDATE - REFUND BY CHEQUE" TO NmdRemark
               END-IF
               WRITE NoMandateLine
           END-IF
           PERFORM ReadNextRefund.
           MOVE SPACES TO DdiDetail
           MOVE InstructionCount TO DdiRecordCount
           MOVE AmountHashTotal TO DdiHashTotal
           PERFORM WriteInterfaceRecord.

      *>   WriteInterfaceRecord sends the record to the bank's file
      *>   and keeps the same record on the DDHIST history.
       WriteInterfaceRecord.
           WRITE BankInterfaceRec
           MOVE BankInterfaceRec TO DdHistoryRec
           WRITE DdHistoryRec.

       ReadNextFee.
           READ MemberFeeFile
