      *>   construction. Notices log to COMMLOG like every other
      *>   member document and can go to the print bureau under
      *>   the STMTPARM BUREAU mode.
      *>   2026-10-15  COMMLOG entries carry a blank reference;
      *>   the field is for case numbers and the like.
      *>   2026-10-15  A member whose CONTACT delivery preference is
      *>   email or text message, with the address to send to, has
      *>   the notice cut on the NOTIFOUT file for the messaging
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
       COPY STDDATE.
      *>   Scheme notice period - must match the extract's.
       01 AdvanceNoticeDays PIC 9(3) VALUE 5.
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileNotFound
               OPEN OUTPUT NotifyFile
           END-IF
           PERFORM ReadNextFee
           PERFORM NotifyOneFee UNTIL MemberFeeAtEnd
           CLOSE MemberFeeFile
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           IF MessageCount > ZERO
               PERFORM WriteNotifyTrailer
           END-IF
           CLOSE NotifyFile
           MOVE NoticesSent TO ReadForReport
           MOVE NoticesSent TO WrittenForReport
           MOVE NoticeTotal TO BalancingTotal
           END-IF.

       NotifyOneFee.
           PERFORM ChooseDeliveryChannel
           IF DeliverElectronically
               PERFORM StartNotifyMessage
           ELSE
               PERFORM StartBureauDocument
           END-IF
           MOVE FeeMemberId TO NthMemberId
           MOVE SPACES TO NthMemberName
           IF MemberMasterOpen
           MOVE FeeBillMonth TO ComBillMonth
           MOVE FeeBillYear TO ComBillYear
           MOVE FeeTotalFees TO ComAmount
           PERFORM SetDeliveryReference
           WRITE CommLogRec
           PERFORM ReadNextFee.

       WriteNoticeOutput.
           EVALUATE TRUE
               WHEN DeliverElectronically
                   MOVE "L" TO NtfRecordType
                   MOVE SPACES TO NtfDetail
                   MOVE FeeMemberId TO NtfLineMemberId
                   MOVE NoticeLine TO NtfLineText
                   WRITE NotifyRec
               WHEN BureauMode
                   MOVE "L" TO BurRecordType
                   MOVE SPACES TO BurDetail
                   MOVE FeeMemberId TO BurLineMemberId
                   MOVE NoticeLine TO BurLineText
                   WRITE BureauRec
               WHEN OTHER
                   WRITE NoticeLine
           END-EVALUATE.

       StartBureauDocument.
           IF BureauMode
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
               MOVE FeeMemberId TO CttPersonId
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
           MOVE FeeMemberId TO NtfMemberId
           MOVE DeliveryChannel TO NtfChannel
           MOVE DeliveryAddress TO NtfAddress
           MOVE "PRENOTIF" TO NtfDocType
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
