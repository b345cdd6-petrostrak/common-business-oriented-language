       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyPointsUpdate.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Nightly maintenance of the LOYALTY member points ledger,
      *>   ahead of the billing run that redeems from it. In turn:
      *>     - points still unspent on an earning row whose expiry
      *>       date has come are lapsed into LoyExpiredPoints;
      *>     - each bill the cash reconciliation found paid in full
      *>       (LOYPAID) earns LprPointsPerUnit points per whole
      *>       currency unit, once per member per period;
      *>     - each active member whose joining anniversary fell in
      *>       the last thirty days earns LprAnniversaryPoints per
      *>       completed year, once per anniversary;
      *>     - each redemption request keyed at the desk (LOYREDM)
      *>       is proved against the points the member has live
      *>       and recorded as pending for the next billing run.
      *>   Earned points live for LprExpiryMonths from the day they
      *>   are posted. Every posting, lapse and refusal lists on the
      *>   LOYREG register. LOYPARM may replace the standing rates;
      *>   a zero field keeps the default.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyParmFile ASSIGN TO "LOYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoyaltyParmStatus.
           SELECT LoyaltyFile ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoyaltyKey
               FILE STATUS IS LoyaltyFileStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT LoyaltyPaidFile ASSIGN TO "LOYPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoyaltyPaidStatus.
           SELECT LoyaltyRedeemFile ASSIGN TO "LOYREDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoyaltyRedeemStatus.
           SELECT LoyaltyRegister ASSIGN TO "LOYREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LoyaltyParmFile.
       COPY LOYPARM.
       FD LoyaltyFile.
       COPY LOYALTY.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD LoyaltyPaidFile.
       COPY LOYPAID.
       FD LoyaltyRedeemFile.
       COPY LOYREDM.
       FD LoyaltyRegister.
       01 LoyaltyRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 LoyaltyParmStatus PIC XX VALUE "00".
           88 LoyaltyParmNotFound VALUE "35".
       01 LoyaltyFileStatus PIC XX VALUE "00".
           88 LoyaltyAtEnd VALUE "10".
           88 LoyaltyFileNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberAtEnd VALUE "10".
       01 LoyaltyPaidStatus PIC XX VALUE "00".
           88 LoyaltyPaidAtEnd VALUE "10".
           88 LoyaltyPaidNotFound VALUE "35".
       01 LoyaltyRedeemStatus PIC XX VALUE "00".
           88 LoyaltyRedeemAtEnd VALUE "10".
           88 LoyaltyRedeemNotFound VALUE "35".
       01 PointsPerUnit PIC 9(3) VALUE 1.
       01 AnniversaryPoints PIC 9(5) VALUE 50.
       01 ExpiryMonths PIC 9(3) VALUE 24.
       01 AnniversaryWindowDays PIC 9(3) VALUE 30.
       01 PointsExpiryDate PIC 9(8) VALUE ZERO.
       01 MonthsFromJanuary PIC 9(4) VALUE ZERO.
       01 YearsToAdd PIC 9(3) VALUE ZERO.
       01 MonthIndex PIC 9(2) VALUE ZERO.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 TodayYear PIC 9(4) VALUE ZERO.
       01 TodayMonth PIC 9(2) VALUE ZERO.
       01 TodayDay PIC 9(2) VALUE ZERO.
       01 AnniversaryDate PIC 9(8) VALUE ZERO.
       01 AnniversaryYear PIC 9(4) VALUE ZERO.
       01 JoinYear PIC 9(4) VALUE ZERO.
       01 JoinMonthDay PIC 9(4) VALUE ZERO.
       01 YearsOfMembership PIC 9(3) VALUE ZERO.
       01 WholeUnitsPaid PIC 9(5) VALUE ZERO.
       01 PointsToPost PIC 9(7) VALUE ZERO.
       01 AvailablePoints PIC 9(7) VALUE ZERO.
       01 RedemptionPendingFlag PIC X VALUE "N".
           88 RedemptionPending VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReasonText PIC X(30) VALUE SPACES.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 TransPosted PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 AnniversariesAwarded PIC 9(7) COMP VALUE ZERO.
       01 BillsEarned PIC 9(7) COMP VALUE ZERO.
       01 RedemptionsRecorded PIC 9(7) COMP VALUE ZERO.
       01 RowsExpired PIC 9(7) COMP VALUE ZERO.
       01 PointsEarned PIC 9(9) VALUE ZERO.
       01 PointsExpired PIC 9(9) VALUE ZERO.
       01 PointsRequested PIC 9(9) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "LoyaltyPointsUpdate".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(28) VALUE "LOYALTY POINTS UPDATE - RUN ".
           02 RghDate PIC 9(8).
       01 RegisterColumns PIC X(54) VALUE
           "MEMBER ACTION      POINTS FOR      NOTE".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAction PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdPoints PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdFor PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdNote PIC X(30).
       01 RgdPeriod.
           02 RgpMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RgpYear PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
       01 RegisterTotalLine.
           02 RgtLabel PIC X(24).
           02 RgtCount PIC ZZZZZZ9.
           02 FILLER PIC X(10) VALUE " ROWS     ".
           02 RgtPoints PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(7) VALUE " POINTS".
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadLoyaltyParm
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           MOVE WorkYear TO TodayYear
           MOVE WorkMonth TO TodayMonth
           MOVE WorkDay TO TodayDay
           PERFORM SetPointsExpiryDate
           OPEN I-O LoyaltyFile
           IF LoyaltyFileNotFound
               OPEN OUTPUT LoyaltyFile
               CLOSE LoyaltyFile
               OPEN I-O LoyaltyFile
           END-IF
           OPEN INPUT MemberMasterFile
           OPEN OUTPUT LoyaltyRegister
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           MOVE RegisterColumns TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           PERFORM ExpireLapsedPoints
           PERFORM EarnOnTimePoints
           PERFORM AwardAnniversaries
           PERFORM RecordRedemptions
           PERFORM PrintRegisterTotals
           CLOSE LoyaltyFile
           CLOSE MemberMasterFile
           CLOSE LoyaltyRegister
           MOVE TransRead TO ReadForReport
           MOVE TransPosted TO WrittenForReport
           MOVE TransRejected TO RejectedForReport
           MOVE PointsEarned TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadLoyaltyParm.
           OPEN INPUT LoyaltyParmFile
           IF NOT LoyaltyParmNotFound
               READ LoyaltyParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LprPointsPerUnit NUMERIC
                          AND LprPointsPerUnit > ZERO
                           MOVE LprPointsPerUnit TO PointsPerUnit
                       END-IF
                       IF LprAnniversaryPoints NUMERIC
                          AND LprAnniversaryPoints > ZERO
                           MOVE LprAnniversaryPoints
                               TO AnniversaryPoints
                       END-IF
                       IF LprExpiryMonths NUMERIC
                          AND LprExpiryMonths > ZERO
                           MOVE LprExpiryMonths TO ExpiryMonths
                       END-IF
               END-READ
               CLOSE LoyaltyParmFile
           END-IF.

      *>   SetPointsExpiryDate - tonight's postings lapse on the
      *>   same day of the month ExpiryMonths from today.
       SetPointsExpiryDate.
           COMPUTE MonthsFromJanuary = TodayMonth - 1 + ExpiryMonths
           DIVIDE MonthsFromJanuary BY 12
               GIVING YearsToAdd REMAINDER MonthIndex
           COMPUTE PointsExpiryDate =
                   (TodayYear + YearsToAdd) * 10000
                   + (MonthIndex + 1) * 100 + TodayDay.

      *>   ExpireLapsedPoints walks the whole ledger and lapses
      *>   whatever is still unspent on an earning row whose expiry
      *>   date has come.
       ExpireLapsedPoints.
           MOVE LOW-VALUES TO LoyaltyKey
           MOVE ZERO TO LoyMemberId
           MOVE ZERO TO LoyEntryDate
           MOVE ZERO TO LoyEntrySeq
           START LoyaltyFile KEY NOT LESS THAN LoyaltyKey
               INVALID KEY MOVE "10" TO LoyaltyFileStatus
           END-START
           IF NOT LoyaltyAtEnd
               PERFORM ReadNextLoyaltyRow
           END-IF
           PERFORM ExpireOneLedgerRow UNTIL LoyaltyAtEnd
           MOVE "00" TO LoyaltyFileStatus.

       ExpireOneLedgerRow.
           IF LoyEarning AND LoyRemaining > ZERO
              AND LoyExpiryDate NOT > TodayYYYYMMDD
               ADD LoyRemaining TO LoyExpiredPoints
               ADD LoyRemaining TO PointsExpired
               ADD 1 TO RowsExpired
               MOVE LoyMemberId TO RgdMemberId
               MOVE "EXPIRED" TO RgdAction
               MOVE LoyRemaining TO RgdPoints
               MOVE LoyExpiryDate TO RgdFor
               MOVE "Unspent points lapsed" TO RgdNote
               MOVE ZERO TO LoyRemaining
               REWRITE LoyaltyEntryRec
               MOVE RegisterDetail TO LoyaltyRegisterLine
               WRITE LoyaltyRegisterLine
           END-IF
           PERFORM ReadNextLoyaltyRow.

       EarnOnTimePoints.
           OPEN INPUT LoyaltyPaidFile
           IF NOT LoyaltyPaidNotFound
               PERFORM ReadNextPaid
               PERFORM EarnOnePaidBill UNTIL LoyaltyPaidAtEnd
               CLOSE LoyaltyPaidFile
           END-IF.

       EarnOnePaidBill.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE LpdMemberId TO MmbMemberId
           PERFORM CheckMemberActive
           IF TranValid
               MOVE LpdAmountPaid TO WholeUnitsPaid
               COMPUTE PointsToPost = WholeUnitsPaid * PointsPerUnit
               IF PointsToPost = ZERO
                   MOVE "N" TO TranOk
                   MOVE "Bill too small to earn points"
                       TO RejectReasonText
               END-IF
           END-IF
           IF TranValid
               MOVE LpdMemberId TO LoyMemberId
               COMPUTE LoyEntryDate =
                       LpdBillYear * 10000 + LpdBillMonth * 100 + 1
               MOVE "P" TO LoyEntryType
               MOVE 1 TO LoyEntrySeq
               MOVE LpdBillMonth TO LoyBillMonth
               MOVE LpdBillYear TO LoyBillYear
               PERFORM WriteEarningRow
               IF NOT TranValid
                   MOVE "Points already earned for bill"
                       TO RejectReasonText
               END-IF
           END-IF
           MOVE LpdMemberId TO RgdMemberId
           MOVE LpdBillMonth TO RgpMonth
           MOVE LpdBillYear TO RgpYear
           MOVE RgdPeriod TO RgdFor
           IF TranValid
               ADD 1 TO TransPosted
               ADD 1 TO BillsEarned
               MOVE "EARNED" TO RgdAction
               MOVE PointsToPost TO RgdPoints
               MOVE "Fee paid in full" TO RgdNote
           ELSE
               ADD 1 TO TransRejected
               MOVE "REJECTED" TO RgdAction
               MOVE ZERO TO RgdPoints
               MOVE RejectReasonText TO RgdNote
           END-IF
           MOVE RegisterDetail TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           PERFORM ReadNextPaid.

      *>   WriteEarningRow posts PointsToPost under the key already
      *>   set; a row already there means it was earned before.
       WriteEarningRow.
           MOVE PointsToPost TO LoyPoints
           MOVE TodayYYYYMMDD TO LoyPostedDate
           MOVE "BATCH" TO LoyOperatorId
           MOVE PointsToPost TO LoyRemaining
           MOVE PointsExpiryDate TO LoyExpiryDate
           MOVE ZERO TO LoyExpiredPoints
           MOVE SPACE TO LoyRedeemState
           MOVE ZERO TO LoyPointsRedeemed
           MOVE ZERO TO LoyCreditAmount
           WRITE LoyaltyEntryRec
               INVALID KEY
                   MOVE "N" TO TranOk
               NOT INVALID KEY
                   ADD PointsToPost TO PointsEarned
           END-WRITE.

      *>   AwardAnniversaries passes the member master once; an
      *>   anniversary already rewarded finds its row on file and
      *>   is passed over quietly, so the thirty-day window only
      *>   covers nights the stream did not run.
       AwardAnniversaries.
           MOVE ZERO TO MmbMemberId
           START MemberMasterFile KEY NOT LESS THAN MmbMemberId
               INVALID KEY MOVE "10" TO MemberMasterStatus
           END-START
           IF NOT MemberAtEnd
               PERFORM ReadNextMember
           END-IF
           PERFORM AwardOneAnniversary UNTIL MemberAtEnd
           MOVE "00" TO MemberMasterStatus.

       AwardOneAnniversary.
           IF MmbActive AND MmbJoinDate > ZERO
               DIVIDE MmbJoinDate BY 10000
                   GIVING JoinYear REMAINDER JoinMonthDay
               MOVE TodayYear TO AnniversaryYear
               COMPUTE AnniversaryDate =
                       AnniversaryYear * 10000 + JoinMonthDay
               IF AnniversaryDate > TodayYYYYMMDD
                   SUBTRACT 1 FROM AnniversaryYear
                   SUBTRACT 10000 FROM AnniversaryDate
               END-IF
               MOVE ZERO TO YearsOfMembership
               IF AnniversaryYear > JoinYear
                   COMPUTE YearsOfMembership =
                           AnniversaryYear - JoinYear
               END-IF
               MOVE AnniversaryDate TO WorkDate
               PERFORM ConvertWorkDateToDays
               IF YearsOfMembership > ZERO
                  AND WorkDays + AnniversaryWindowDays > TodayDays
                   COMPUTE PointsToPost =
                           YearsOfMembership * AnniversaryPoints
                   MOVE MmbMemberId TO LoyMemberId
                   MOVE AnniversaryDate TO LoyEntryDate
                   MOVE "A" TO LoyEntryType
                   MOVE 1 TO LoyEntrySeq
                   MOVE ZERO TO LoyBillMonth
                   MOVE ZERO TO LoyBillYear
                   MOVE "Y" TO TranOk
                   PERFORM WriteEarningRow
                   IF TranValid
                       ADD 1 TO AnniversariesAwarded
                       MOVE MmbMemberId TO RgdMemberId
                       MOVE "ANNIVERSRY" TO RgdAction
                       MOVE PointsToPost TO RgdPoints
                       MOVE AnniversaryDate TO RgdFor
                       MOVE YearsOfMembership TO RgdNote
                       MOVE " year(s) a member" TO RgdNote(4:)
                       MOVE RegisterDetail TO LoyaltyRegisterLine
                       WRITE LoyaltyRegisterLine
                   END-IF
               END-IF
           END-IF
           PERFORM ReadNextMember.

       RecordRedemptions.
           OPEN INPUT LoyaltyRedeemFile
           IF NOT LoyaltyRedeemNotFound
               PERFORM ReadNextRedeem
               PERFORM RecordOneRedemption UNTIL LoyaltyRedeemAtEnd
               CLOSE LoyaltyRedeemFile
           END-IF.

      *>   RecordOneRedemption - one request may wait at a time,
      *>   and it may not ask for more than the points still live.
       RecordOneRedemption.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE LrqMemberId TO MmbMemberId
           PERFORM CheckMemberActive
           IF TranValid AND LrqPoints NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Points requested not numeric"
                   TO RejectReasonText
           END-IF
           IF TranValid
               PERFORM TallyMemberPoints
               EVALUATE TRUE
                   WHEN RedemptionPending
                       MOVE "N" TO TranOk
                       MOVE "Redemption already pending"
                           TO RejectReasonText
                   WHEN AvailablePoints = ZERO
                       MOVE "N" TO TranOk
                       MOVE "No points available"
                           TO RejectReasonText
                   WHEN LrqPoints > AvailablePoints
                       MOVE "N" TO TranOk
                       MOVE "More points than available"
                           TO RejectReasonText
                   WHEN LrqPoints = ZERO
                       MOVE AvailablePoints TO PointsToPost
                   WHEN OTHER
                       MOVE LrqPoints TO PointsToPost
               END-EVALUATE
           END-IF
           IF TranValid
               PERFORM WriteRedemptionRow
           END-IF
           MOVE LrqMemberId TO RgdMemberId
           MOVE TodayYYYYMMDD TO RgdFor
           IF TranValid
               ADD 1 TO TransPosted
               ADD 1 TO RedemptionsRecorded
               ADD PointsToPost TO PointsRequested
               MOVE "REQUESTED" TO RgdAction
               MOVE PointsToPost TO RgdPoints
               MOVE "Credit on next bill" TO RgdNote
           ELSE
               ADD 1 TO TransRejected
               MOVE "REJECTED" TO RgdAction
               MOVE ZERO TO RgdPoints
               MOVE RejectReasonText TO RgdNote
           END-IF
           MOVE RegisterDetail TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           PERFORM ReadNextRedeem.

       WriteRedemptionRow.
           MOVE LrqMemberId TO LoyMemberId
           MOVE TodayYYYYMMDD TO LoyEntryDate
           MOVE "R" TO LoyEntryType
           MOVE 1 TO LoyEntrySeq
           MOVE PointsToPost TO LoyPoints
           MOVE TodayYYYYMMDD TO LoyPostedDate
           MOVE LrqOperatorId TO LoyOperatorId
           MOVE ZERO TO LoyRemaining
           MOVE ZERO TO LoyExpiryDate
           MOVE ZERO TO LoyExpiredPoints
           MOVE "P" TO LoyRedeemState
           MOVE ZERO TO LoyPointsRedeemed
           MOVE ZERO TO LoyCreditAmount
           MOVE ZERO TO LoyBillMonth
           MOVE ZERO TO LoyBillYear
           WRITE LoyaltyEntryRec
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Redemption already keyed today"
                       TO RejectReasonText
           END-WRITE.

      *>   TallyMemberPoints reads the member's ledger rows for the
      *>   points still live and any redemption still waiting.
       TallyMemberPoints.
           MOVE "N" TO RedemptionPendingFlag
           MOVE ZERO TO AvailablePoints
           MOVE "00" TO LoyaltyFileStatus
           MOVE LrqMemberId TO LoyMemberId
           MOVE ZERO TO LoyEntryDate
           MOVE LOW-VALUE TO LoyEntryType
           MOVE ZERO TO LoyEntrySeq
           START LoyaltyFile KEY NOT LESS THAN LoyaltyKey
               INVALID KEY MOVE "10" TO LoyaltyFileStatus
           END-START
           IF NOT LoyaltyAtEnd
               PERFORM ReadNextLoyaltyRow
           END-IF
           PERFORM TallyOneLedgerRow
               UNTIL LoyaltyAtEnd OR LoyMemberId NOT = LrqMemberId
           MOVE "00" TO LoyaltyFileStatus.

       TallyOneLedgerRow.
           IF LoyEarning AND LoyRemaining > ZERO
              AND LoyExpiryDate > TodayYYYYMMDD
               ADD LoyRemaining TO AvailablePoints
           END-IF
           IF LoyRedemption AND LoyRedeemPending
               MOVE "Y" TO RedemptionPendingFlag
           END-IF
           PERFORM ReadNextLoyaltyRow.

       CheckMemberActive.
           READ MemberMasterFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Member not on master" TO RejectReasonText
               NOT INVALID KEY
                   IF NOT MmbActive
                       MOVE "N" TO TranOk
                       MOVE "Membership not active"
                           TO RejectReasonText
                   END-IF
           END-READ.

       PrintRegisterTotals.
           MOVE SPACES TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           MOVE "EARNED AND AWARDED" TO RgtLabel
           COMPUTE RgtCount = BillsEarned + AnniversariesAwarded
           MOVE PointsEarned TO RgtPoints
           MOVE RegisterTotalLine TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           MOVE "REDEMPTIONS REQUESTED" TO RgtLabel
           MOVE RedemptionsRecorded TO RgtCount
           MOVE PointsRequested TO RgtPoints
           MOVE RegisterTotalLine TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           MOVE "EXPIRED" TO RgtLabel
           MOVE RowsExpired TO RgtCount
           MOVE PointsExpired TO RgtPoints
           MOVE RegisterTotalLine TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine
           MOVE "REJECTED" TO RgtLabel
           MOVE TransRejected TO RgtCount
           MOVE ZERO TO RgtPoints
           MOVE RegisterTotalLine TO LoyaltyRegisterLine
           WRITE LoyaltyRegisterLine.

      *>   ConvertWorkDateToDays turns WorkDate into a day count on
      *>   the suite's whole-month calendar.
       ConvertWorkDateToDays.
           DIVIDE WorkDate BY 10000
               GIVING WorkYear REMAINDER WorkMonthDay
           DIVIDE WorkMonthDay BY 100
               GIVING WorkMonth REMAINDER WorkDay
           COMPUTE WorkDays =
                   WorkYear * 360 + WorkMonth * 30 + WorkDay.

       ReadNextLoyaltyRow.
           READ LoyaltyFile NEXT RECORD
               AT END MOVE "10" TO LoyaltyFileStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextPaid.
           READ LoyaltyPaidFile
               AT END MOVE "10" TO LoyaltyPaidStatus
           END-READ.

       ReadNextRedeem.
           READ LoyaltyRedeemFile
               AT END MOVE "10" TO LoyaltyRedeemStatus
           END-READ.
