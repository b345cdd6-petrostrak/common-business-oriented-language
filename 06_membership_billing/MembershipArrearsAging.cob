      *>   2026-09-01  Every dunning letter cut is logged to the
      *>   COMMLOG member communications file, so membership
      *>   services can see what a caller was actually sent.
      *>   2026-10-15  COMMLOG entries carry a blank reference;
      *>   the field is for case numbers and the like.
      *>   2026-10-15  New arrears rows start unplaced; a period
      *>   placed with a collection agency still ages into the
      *>   summary but is no longer dunned.
      *>   2026-10-15  A member whose CONTACT delivery preference is
      *>   email or text message, with the address to send to, has
      *>   the letter cut on the NOTIFOUT file for the messaging
      *>   provider instead of on paper; COMMLOG says which.
      *>   2026-10-15  A tagged RPTTAGD copy of the aged-debt
      *>   summary, report ARRAGING, company-wide, so each month's
      *>   ageing is kept in the report repository.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT NotifyFile ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotifyFileStatus.
           SELECT TaggedReportFile ASSIGN TO "RPTTAGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaggedReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MemberFeeFile.
       COPY COMMLOG.
       FD ContactFile.
       COPY CONTACT.
       FD NotifyFile.
       COPY NOTIFY.
       FD TaggedReportFile.
       COPY RPTTAGD.
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
       01 TaggedReportStatus PIC XX VALUE "00".
           88 TaggedNotFound VALUE "35".
       01 UnpaidBalance PIC S9(7)V99 VALUE ZERO.

      *>   Aging working fields - whole-month day arithmetic.
       01 ArrearsRowsCarried PIC 9(7) COMP VALUE ZERO.
       01 ArrearsRowsCleared PIC 9(7) COMP VALUE ZERO.
       01 LettersPrinted PIC 9(7) COMP VALUE ZERO.
       01 PlacedNotDunned PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MembershipArrearsAge".
       01 DunningHeading.
           02 FILLER PIC X(17) VALUE "DUNNING NOTICE - ".
           02 DunMemberId PIC 9(6).
               OPEN OUTPUT DunningLetterFile
           END-IF
           OPEN OUTPUT AgedSummaryReport
           OPEN EXTEND TaggedReportFile
           IF TaggedNotFound
               OPEN OUTPUT TaggedReportFile
           END-IF
           OPEN EXTEND CommLogFile
           IF CommLogNotFound
               OPEN OUTPUT CommLogFile
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileNotFound
               OPEN OUTPUT NotifyFile
           END-IF
           PERFORM ReadNextFee
           PERFORM ReadNextReceipt
           PERFORM CarryOnePeriod
           DISPLAY "Arrears rows carried  = " ArrearsRowsCarried
           DISPLAY "Arrears rows cleared  = " ArrearsRowsCleared
           DISPLAY "Dunning letters sent  = " LettersPrinted
           DISPLAY "Placed, not dunned    = " PlacedNotDunned
           DISPLAY "Sent electronically   = " MessageCount
           CLOSE MemberFeeFile
           CLOSE CashReceiptsFile
           CLOSE ArrearsFile
               CLOSE DunningLetterFile
           END-IF
           CLOSE AgedSummaryReport
           CLOSE TaggedReportFile
           CLOSE CommLogFile
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           IF MessageCount > ZERO
               PERFORM WriteNotifyTrailer
           END-IF
           CLOSE NotifyFile
           STOP RUN.

      *>   ReadOutputModeParm picks up the run's output mode from
                       MOVE FeeRegion TO ArrRegion
                       MOVE UnpaidBalance TO ArrBalance
                       MOVE TodayYYYYMMDD TO ArrBilledDate
                       MOVE SPACES TO ArrAgencyCode
                       MOVE ZERO TO ArrPlacedDate
                       MOVE ZERO TO ArrPlacedAmount
                       WRITE ArrearsRec
                       ADD 1 TO ArrearsRowsCarried
                   NOT INVALID KEY
           PERFORM ConvertWorkDateToDays
           COMPUTE DaysInArrears = TodayDays - BilledDays
           PERFORM AccumulateAgedBucket
      *>   A period placed with a collection agency is the agency's
      *>   to chase; it still ages into the summary but gets no
      *>   letter from us.
           IF ArrAgencyCode = SPACES
               PERFORM PrintDunningLetter
           ELSE
               ADD 1 TO PlacedNotDunned
           END-IF
           PERFORM ReadNextArrears.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
           CONTINUE.

       PrintDunningLetter.
           PERFORM ChooseDeliveryChannel
           IF DeliverElectronically
               PERFORM StartNotifyMessage
           ELSE
               PERFORM StartBureauDocument
           END-IF
           MOVE ArrMemberId TO DunMemberId
           MOVE ArrBillMonth TO DunMonth
           MOVE ArrBillYear TO DunYear
           MOVE ArrBillMonth TO ComBillMonth
           MOVE ArrBillYear TO ComBillYear
           MOVE ArrBalance TO ComAmount
           PERFORM SetDeliveryReference
           WRITE CommLogRec.

       PrintAgedSummary.
           MOVE "AGED DEBT BY REGION (CURRENT/30/60/90)"
               TO AgedSummaryLine
           PERFORM WriteAgedSummaryOutput
           PERFORM PrintOneAgedRegion
               VARYING RegionIdx FROM 1 BY 1 UNTIL RegionIdx > 4.

                   Aged60(RegionIdx) " "
                   Aged90(RegionIdx)
               DELIMITED BY SIZE INTO AgedSummaryLine
           PERFORM WriteAgedSummaryOutput.

      *>   WriteAgedSummaryOutput writes the summary line and its
      *>   tagged RPTTAGD twin; regions are not branches, so every
      *>   line is company-wide.
       WriteAgedSummaryOutput.
           WRITE AgedSummaryLine
           MOVE "ARRAGING" TO RtgReportId
           MOVE ZERO TO RtgCityCode
           MOVE AgedSummaryLine TO RtgLine
           WRITE TaggedReportRec.

      *>   WriteDunningOutput routes every formatted letter line to
      *>   SYSOUT or, in bureau mode, out as an "L" interface
      *>   record - one code path words the letter, the mode only
      *>   decides the carrier.
       WriteDunningOutput.
           EVALUATE TRUE
               WHEN DeliverElectronically
                   MOVE "L" TO NtfRecordType
                   MOVE SPACES TO NtfDetail
                   MOVE ArrMemberId TO NtfLineMemberId
                   MOVE DunningLine TO NtfLineText
                   WRITE NotifyRec
               WHEN BureauMode
                   MOVE "L" TO BurRecordType
                   MOVE SPACES TO BurDetail
                   MOVE ArrMemberId TO BurLineMemberId
                   MOVE DunningLine TO BurLineText
                   WRITE BureauRec
               WHEN OTHER
                   WRITE DunningLine
           END-EVALUATE.

      *>   StartBureauDocument opens one bureau document per letter
      *>   with the member's name off the master; the address
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
               MOVE ArrMemberId TO CttPersonId
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
           MOVE ArrMemberId TO NtfMemberId
           MOVE DeliveryChannel TO NtfChannel
           MOVE DeliveryAddress TO NtfAddress
           MOVE "DUNNING " TO NtfDocType
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

       ReadNextArrears.
           READ ArrearsFile NEXT RECORD
               AT END MOVE "10" TO ArrearsFileStatus
