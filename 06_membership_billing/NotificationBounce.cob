       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotificationBounce.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Applies the messaging provider's bounce-backs (NTFBOUNC)
      *>   for email and text notifications that could not be
      *>   delivered. The member's CONTACT delivery preference goes
      *>   back to post, so the next letter is printed, and the
      *>   bounce is logged on COMMLOG as a BOUNCE entry naming the
      *>   channel, where membership services will see it. A bounce
      *>   is left alone, and listed, when the member is not on
      *>   CONTACT, already takes letters by post, or has changed
      *>   the address on file since the message was sent - the
      *>   new address has not failed. The NTFBRPT report lists
      *>   every bounce and what was done with it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BounceFile ASSIGN TO "NTFBOUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BounceFileStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT CommLogFile ASSIGN TO "COMMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLogStatus.
           SELECT BounceReport ASSIGN TO "NTFBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BounceFile.
       COPY NTFBOUNC.
       FD ContactFile.
       COPY CONTACT.
       FD CommLogFile.
       COPY COMMLOG.
       FD BounceReport.
       01 BounceLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 BounceFileStatus PIC XX VALUE "00".
           88 BounceAtEnd VALUE "10".
           88 BounceFileNotFound VALUE "35".
       01 ContactFileStatus PIC XX VALUE "00".
           88 ContactFileNotFound VALUE "35".
       01 CommLogStatus PIC XX VALUE "00".
           88 CommLogNotFound VALUE "35".
       01 BounceNote PIC X(30) VALUE SPACES.
       01 AddressOnFile PIC X(30) VALUE SPACES.
       01 BouncesRead PIC 9(7) COMP VALUE ZERO.
       01 MembersSwitched PIC 9(7) COMP VALUE ZERO.
       01 BouncesLeft PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "NotificationBounce".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE "NOTIFICATION BOUNCE-BACKS - RUN ".
           02 RphDate PIC 9(8).
       01 BounceDetail.
           02 BndMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BndChannel PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BndAddress PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BndNote PIC X(30).
       01 TotalLine.
           02 FILLER PIC X(16) VALUE "Bounces read    ".
           02 TtlRead PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(16) VALUE "  set to post   ".
           02 TtlSwitched PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(11) VALUE "  left     ".
           02 TtlLeft PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN OUTPUT BounceReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO BounceLine
           WRITE BounceLine
           MOVE SPACES TO BounceLine
           WRITE BounceLine
           OPEN INPUT BounceFile
           IF BounceFileNotFound
               DISPLAY "NotificationBounce - no bounce file"
           ELSE
               OPEN I-O ContactFile
               OPEN EXTEND CommLogFile
               IF CommLogNotFound
                   OPEN OUTPUT CommLogFile
               END-IF
               PERFORM ReadNextBounce
               PERFORM ApplyOneBounce UNTIL BounceAtEnd
               CLOSE BounceFile
               CLOSE CommLogFile
               IF NOT ContactFileNotFound
                   CLOSE ContactFile
               END-IF
           END-IF
           MOVE BouncesRead TO TtlRead
           MOVE MembersSwitched TO TtlSwitched
           MOVE BouncesLeft TO TtlLeft
           MOVE SPACES TO BounceLine
           WRITE BounceLine
           MOVE TotalLine TO BounceLine
           WRITE BounceLine
           CLOSE BounceReport
           MOVE BouncesRead TO ReadForReport
           MOVE MembersSwitched TO WrittenForReport
           MOVE BouncesLeft TO RejectedForReport
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ApplyOneBounce.
           ADD 1 TO BouncesRead
           MOVE SPACES TO BounceNote
           IF ContactFileNotFound
               MOVE "NO CONTACT FILE" TO BounceNote
           ELSE
               MOVE "M" TO CttPersonType
               MOVE NbcMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       MOVE "MEMBER NOT ON CONTACT" TO BounceNote
                   NOT INVALID KEY
                       PERFORM CheckBouncedAddress
               END-READ
           END-IF
           IF BounceNote = SPACES
               PERFORM SwitchToPost
           ELSE
               ADD 1 TO BouncesLeft
           END-IF
           PERFORM WriteBounceDetail
           PERFORM ReadNextBounce.

      *>   CheckBouncedAddress - only the address that failed is
      *>   given up on; one changed since the message went out is
      *>   left to be tried.
       CheckBouncedAddress.
           MOVE SPACES TO AddressOnFile
           IF NbcChannel = "E"
               MOVE CttEmail TO AddressOnFile
           END-IF
           IF NbcChannel = "S"
               MOVE CttPhone TO AddressOnFile
           END-IF
           EVALUATE TRUE
               WHEN CttByPost
                   MOVE "ALREADY BY POST" TO BounceNote
               WHEN NbcChannel NOT = CttDeliveryPref
                   MOVE "PREFERENCE CHANGED SINCE SENT" TO BounceNote
               WHEN AddressOnFile NOT = NbcAddress
                   MOVE "ADDRESS CHANGED SINCE SENT" TO BounceNote
           END-EVALUATE.

       SwitchToPost.
           MOVE "P" TO CttDeliveryPref
           REWRITE ContactRec
           ADD 1 TO MembersSwitched
           MOVE "SET TO POST" TO BounceNote
           MOVE NbcMemberId TO ComMemberId
           MOVE NbcBounceDate TO ComDate
           IF NbcBounceDate NOT NUMERIC OR NbcBounceDate = ZERO
               MOVE TodayYYYYMMDD TO ComDate
           END-IF
           MOVE "BOUNCE  " TO ComDocType
           MOVE ZERO TO ComBillMonth
           MOVE ZERO TO ComBillYear
           MOVE ZERO TO ComAmount
           MOVE SPACES TO ComReference
           IF NbcChannel = "E"
               MOVE "BY EMAIL" TO ComReference
           END-IF
           IF NbcChannel = "S"
               MOVE "BY SMS" TO ComReference
           END-IF
           WRITE CommLogRec.

       WriteBounceDetail.
           MOVE NbcMemberId TO BndMemberId
           MOVE NbcChannel TO BndChannel
           MOVE NbcAddress TO BndAddress
           MOVE BounceNote TO BndNote
           MOVE BounceDetail TO BounceLine
           WRITE BounceLine.

       ReadNextBounce.
           READ BounceFile
               AT END MOVE "10" TO BounceFileStatus
           END-READ.
