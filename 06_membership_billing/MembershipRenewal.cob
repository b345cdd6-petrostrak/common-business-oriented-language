      *>   off the CONTACT master onto the letter, so renewal
      *>   notices stop going to the post room with no destination
      *>   on the page.
      *>   2026-10-15  COMMLOG entries carry a blank reference;
      *>   the field is for case numbers and the like.
      *>   2026-10-15  A cancellation stamps the master with the
      *>   date and reason R (declined at renewal), so former
      *>   members can be selected for win-back campaigns.
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
       FD MemberMasterFile.
       COPY FEESCHED.
       FD ContactFile.
       COPY CONTACT.
       FD NotifyFile.
       COPY NOTIFY.
       WORKING-STORAGE SECTION.
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberMasterAtEnd VALUE "10".
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
       01 NoticeAddressLine1.
           02 FILLER PIC X(24) VALUE "  Post to.............. ".
           02 NadAddressLine1 PIC X(20).
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileNotFound
               OPEN OUTPUT NotifyFile
           END-IF
           PERFORM ReadNextMember
           PERFORM ProcessOneMember UNTIL MemberMasterAtEnd
           CLOSE MemberMasterFile
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           IF MessageCount > ZERO
               PERFORM WriteNotifyTrailer
           END-IF
           CLOSE NotifyFile
           MOVE MembersRead TO ReadForReport
           COMPUTE WrittenForReport =
                   NoticesSent + MembersRenewed
                   TodayYYYYMMDD BdDaysWanted BdDateOut BdFlag
           END-CALL
           MOVE BdDateOut TO NoticeDate
           PERFORM ChooseDeliveryChannel
           IF DeliverElectronically
               PERFORM StartNotifyMessage
           END-IF
           MOVE MmbMemberId TO NotMemberId
           MOVE MmbMemberName TO NotMemberName
           MOVE NoticeHeadLine TO NoticeLine
           PERFORM WriteNoticeOutput
           IF DeliverByPost
               PERFORM PrintNoticeAddress
           END-IF
           MOVE AnniversaryDate TO NotAnniversary
           MOVE RenewalRate TO NotRate
           MOVE NoticeBodyLine TO NoticeLine
           PERFORM WriteNoticeOutput
           MOVE NoticeDate TO NotNoticeDate
           MOVE NoticeDateLine TO NoticeLine
           PERFORM WriteNoticeOutput
           MOVE SPACES TO NoticeLine
           PERFORM WriteNoticeOutput
           MOVE NoticeDate TO MmbRenewalNoticeDate
           REWRITE MemberMasterRec
           ADD 1 TO NoticesSent
           MOVE AnniversaryDate(5:2) TO ComBillMonth
           MOVE AnniversaryDate(1:4) TO ComBillYear
           MOVE RenewalRate TO ComAmount
           PERFORM SetDeliveryReference
           WRITE CommLogRec
           MOVE "NOTICED  " TO RegAction
           MOVE NoticeDate TO RegDate
           MOVE "renewal notice sent" TO RegComment
           PERFORM WriteRegisterLine.

      *>   WriteNoticeOutput puts one notice line on the print file
      *>   or, for a member taking their letters electronically, on
      *>   the message to the provider.
       WriteNoticeOutput.
           IF DeliverElectronically
               MOVE "L" TO NtfRecordType
               MOVE SPACES TO NtfDetail
               MOVE MmbMemberId TO NtfLineMemberId
               MOVE NoticeLine TO NtfLineText
               WRITE NotifyRec
           ELSE
               WRITE NoticeLine
           END-IF.

      *>   PrintNoticeAddress pulls the member's postal address off
      *>   the CONTACT master onto the notice; a member without
      *>   contact details travels with the blank block until the
                   PERFORM FindDeclinedEntry
                   IF MemberDeclined
                       MOVE "C" TO MmbStatus
                       MOVE TodayYYYYMMDD TO MmbCancelDate
                       MOVE "R" TO MmbCancelReason
                       REWRITE MemberMasterRec
                       ADD 1 TO MembersCancelled
                       MOVE "CANCELLED" TO RegAction
           COMPUTE DateSerial = SerialWorkYear * 360
                   + SerialWorkMonth * 30 + SerialWorkDay.

      *>   ChooseDeliveryChannel reads the member's CONTACT row for
      *>   how they want their letters. Email or text needs the
      *>   address to send to; without it, or with no contact
      *>   details at all, the letter goes by post.
       ChooseDeliveryChannel.
           MOVE "P" TO DeliveryChannel
           MOVE SPACES TO DeliveryAddress
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE MmbMemberId TO CttPersonId
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
           MOVE MmbMemberId TO NtfMemberId
           MOVE DeliveryChannel TO NtfChannel
           MOVE DeliveryAddress TO NtfAddress
           MOVE "RENEWAL " TO NtfDocType
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

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
