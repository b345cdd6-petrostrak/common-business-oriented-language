      *>   2026-09-01  A member with a freeze window on the master
      *>   has it shown on the statement; the member master is now
      *>   read in every mode, not just for the bureau's envelope.
      *>   2026-10-15  A loyalty points credit the billing run took
      *>   off prints as its own deduction under the discount.
      *>   2026-10-15  COMMLOG entries carry a blank reference;
      *>   the field is for case numbers and the like.
      *>   2026-10-15  A referral credit the billing run took off
      *>   prints as its own deduction under the points credit.
      *>   2026-10-15  A member whose CONTACT delivery preference is
      *>   email or text message, with the address to send to, has
      *>   the statement cut on the NOTIFOUT file for the messaging
      *>   provider instead of on paper; COMMLOG says which.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT NotifyFile ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotifyFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MemberFeeFile.
       COPY COMMLOG.
       FD ContactFile.
       COPY CONTACT.
       FD NotifyFile.
       COPY NOTIFY.
       WORKING-STORAGE SECTION.
       01 MemberFeeStatus PIC XX VALUE "00".
           88 MemberFeeAtEnd VALUE "10".
           88 ContactFileNotFound VALUE "35".
       01 ContactOpenFlag PIC X VALUE "N".
           88 ContactFileOpen VALUE "Y".
       01 NotifyFileStatus PIC XX VALUE "00".
           88 NotifyFileNotFound VALUE "35".
       01 DeliveryChannel PIC X VALUE "P".
           88 DeliverByPost VALUE "P".
           88 DeliverElectronically VALUE "E" "S".
       01 DeliveryAddress PIC X(30) VALUE SPACES.
       01 MessageCount PIC 9(7) VALUE ZERO.
       01 FreezeNoteLine.
           02 FILLER PIC X(18) VALUE "Frozen..........: ".
           02 DtlFreezeFrom PIC 9(8).
       01 PaymentsForPeriod PIC 9(7)V99 VALUE ZERO.
       01 ClosingBalance PIC S9(7)V99 VALUE ZERO.
       01 StatementsPrinted PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberStatement".
       01 StatementHeading.
           02 FILLER PIC X(19) VALUE "MEMBER STATEMENT - ".
           02 HeadMemberId PIC 9(6).
       01 DiscountDetailLine.
           02 FILLER PIC X(18) VALUE "  less discount.: ".
           02 DtlDiscountAmount PIC ZZ,ZZ9.99.
       01 LoyaltyDetailLine.
           02 FILLER PIC X(18) VALUE "  less points...: ".
           02 DtlLoyaltyCredit PIC ZZ,ZZ9.99.
       01 ReferralDetailLine.
           02 FILLER PIC X(18) VALUE "  less referral.: ".
           02 DtlReferralCredit PIC ZZ,ZZ9.99.
       01 PaymentDetailLine.
           02 FILLER PIC X(18) VALUE "Payment received: ".
           02 DtlPaymentAmount PIC ZZ,ZZ9.99.
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileNotFound
               OPEN OUTPUT NotifyFile
           END-IF
           OPEN INPUT MemberFeeFile
           OPEN INPUT CashReceiptsFile
           IF BureauMode
           PERFORM PrintOneStatement
               UNTIL MemberFeeAtEnd AND CashReceiptsAtEnd
           DISPLAY "Statements printed = " StatementsPrinted
           DISPLAY "Sent electronically = " MessageCount
           IF OnAccountOpen
               CLOSE OnAccountFile
           END-IF
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           IF MessageCount > ZERO
               PERFORM WriteNotifyTrailer
           END-IF
           CLOSE NotifyFile
           CLOSE MemberFeeFile
           CLOSE CashReceiptsFile
           IF BureauMode

       PrintPaymentOnly.
           MOVE RmkMemberId TO CurrentDocMemberId
           PERFORM StartDocument
           MOVE RmkMemberId TO HeadMemberId
           MOVE RmkMonth TO HeadMonth
           MOVE RmkYear TO HeadYear

       PrintStatementHeader.
           MOVE FeeMemberId TO CurrentDocMemberId
           PERFORM StartDocument
           MOVE FeeMemberId TO HeadMemberId
           MOVE FeeBillMonth TO HeadMonth
           MOVE FeeBillYear TO HeadYear
           IF FeeRefundAmount > ZERO
              OR FeeAwardAmount > ZERO
              OR FeeDiscountAmount > ZERO
              OR FeeLoyaltyCredit > ZERO
              OR FeeReferralCredit > ZERO
               MOVE FeeFullFee TO DtlGrossAmount
               MOVE GrossDetailLine TO StatementLine
               PERFORM WriteStatementOutput
               MOVE DiscountDetailLine TO StatementLine
               PERFORM WriteStatementOutput
           END-IF
           IF FeeLoyaltyCredit > ZERO
               MOVE FeeLoyaltyCredit TO DtlLoyaltyCredit
               MOVE LoyaltyDetailLine TO StatementLine
               PERFORM WriteStatementOutput
           END-IF
           IF FeeReferralCredit > ZERO
               MOVE FeeReferralCredit TO DtlReferralCredit
               MOVE ReferralDetailLine TO StatementLine
               PERFORM WriteStatementOutput
           END-IF
           IF FeeBilledDays > ZERO
              AND FeeBilledDays < FeeDaysInPeriod
               MOVE FeeBilledDays TO DtlBilledDays
       WriteCommLogRecord.
           MOVE TodayYYYYMMDD TO ComDate
           MOVE "STATEMNT" TO ComDocType
           PERFORM SetDeliveryReference
           WRITE CommLogRec.

       PrintBalanceLine.
      *>   interface record under the document's member - one code
      *>   path formats, the mode only decides the carrier.
       WriteStatementOutput.
           EVALUATE TRUE
               WHEN DeliverElectronically
                   MOVE "L" TO NtfRecordType
                   MOVE SPACES TO NtfDetail
                   MOVE CurrentDocMemberId TO NtfLineMemberId
                   MOVE StatementLine TO NtfLineText
                   WRITE NotifyRec
               WHEN BureauMode
                   MOVE "L" TO BurRecordType
                   MOVE SPACES TO BurDetail
                   MOVE CurrentDocMemberId TO BurLineMemberId
                   MOVE StatementLine TO BurLineText
                   WRITE BureauRec
               WHEN OTHER
                   WRITE StatementLine
           END-EVALUATE.

      *>   StartDocument sends the statement the member's way: a
      *>   message to the provider, or the bureau document (no
      *>   opening record is needed on the SYSOUT print).
       StartDocument.
           PERFORM ChooseDeliveryChannel
           IF DeliverElectronically
               PERFORM StartNotifyMessage
           ELSE
               PERFORM StartBureauDocument
           END-IF.

      *>   StartBureauDocument opens a new document for the bureau:
           MOVE PageCount TO BurPageCount
           WRITE BureauRec.

      *>   ChooseDeliveryChannel reads the member's CONTACT row for
      *>   how they want their letters. Email or text needs the
      *>   address to send to; without it, or with no contact
      *>   details at all, the letter goes by post.
       ChooseDeliveryChannel.
           MOVE "P" TO DeliveryChannel
           MOVE SPACES TO DeliveryAddress
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE CurrentDocMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TakeDeliveryPreference
               END-READ
           END-IF.

       TakeDeliveryPreference.
           IF CttByEmail AND CttEmail NOT = SPACES
               MOVE "E" TO DeliveryChannel
               MOVE CttEmail TO DeliveryAddress
           END-IF
           IF CttBySms AND CttPhone NOT = SPACES
               MOVE "S" TO DeliveryChannel
               MOVE CttPhone TO DeliveryAddress
           END-IF.

      *>   StartNotifyMessage opens one message to the messaging
      *>   provider in place of the printed document.
       StartNotifyMessage.
           ADD 1 TO MessageCount
           MOVE "H" TO NtfRecordType
           MOVE SPACES TO NtfDetail
           MOVE CurrentDocMemberId TO NtfMemberId
           MOVE DeliveryChannel TO NtfChannel
           MOVE DeliveryAddress TO NtfAddress
           MOVE "STATEMNT" TO NtfDocType
           MOVE TodayYYYYMMDD TO NtfDate
           WRITE NotifyRec.

       SetDeliveryReference.
           MOVE SPACES TO ComReference
           IF DeliveryChannel = "E"
               MOVE "BY EMAIL" TO ComReference
           END-IF
           IF DeliveryChannel = "S"
               MOVE "BY SMS" TO ComReference
           END-IF.

       WriteNotifyTrailer.
           MOVE "T" TO NtfRecordType
           MOVE SPACES TO NtfDetail
           MOVE MessageCount TO NtfMessageCount
           MOVE ProgramNameLiteral TO NtfSourceProgram
           WRITE NotifyRec.

       ReadNextFee.
           READ MemberFeeFile
               AT END MOVE "10" TO MemberFeeStatus
