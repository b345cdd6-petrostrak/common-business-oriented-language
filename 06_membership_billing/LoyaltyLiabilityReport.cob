       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyLiabilityReport.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Points liability report for finance off the LOYALTY
      *>   ledger. One line per member still holding live points:
      *>   the points unspent and not yet lapsed, what they would
      *>   cost as credits at the LOYPARM point value, how many of
      *>   them lapse within the next ninety days, and any points
      *>   waiting on a redemption request for the next bill. The
      *>   totals add the year-to-date movement - points earned,
      *>   points redeemed and the credit they bought, and points
      *>   lapsed - so the liability can be rolled forward from the
      *>   opening figure. The ledger is read in key order, which
      *>   is member order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoyaltyParmFile ASSIGN TO "LOYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoyaltyParmStatus.
           SELECT LoyaltyFile ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LoyaltyKey
               FILE STATUS IS LoyaltyFileStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT LiabilityReport ASSIGN TO "LOYLIAB"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LoyaltyParmFile.
       COPY LOYPARM.
       FD LoyaltyFile.
       COPY LOYALTY.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD LiabilityReport.
       01 LiabilityLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 LoyaltyParmStatus PIC XX VALUE "00".
           88 LoyaltyParmNotFound VALUE "35".
       01 LoyaltyFileStatus PIC XX VALUE "00".
           88 LoyaltyAtEnd VALUE "10".
           88 LoyaltyFileNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 PointValue PIC 9V9(4) VALUE 0.0100.
       01 ExpiringWindowDays PIC 9(3) VALUE 90.
      *>   Whole-month calendar working fields.
       01 WorkDate PIC 9(8) VALUE ZERO.
       01 WorkYear PIC 9(4) VALUE ZERO.
       01 WorkMonthDay PIC 9(4) VALUE ZERO.
       01 WorkMonth PIC 9(2) VALUE ZERO.
       01 WorkDay PIC 9(2) VALUE ZERO.
       01 WorkDays PIC 9(7) VALUE ZERO.
       01 TodayDays PIC 9(7) VALUE ZERO.
       01 TodayYear PIC 9(4) VALUE ZERO.
       01 RowYear PIC 9(4) VALUE ZERO.
       01 RowMonthDay PIC 9(4) VALUE ZERO.
      *>   The member in hand.
       01 CurrentMemberId PIC 9(6) VALUE ZERO.
       01 MemberLivePoints PIC 9(9) VALUE ZERO.
       01 MemberExpiringPoints PIC 9(9) VALUE ZERO.
       01 MemberPendingPoints PIC 9(9) VALUE ZERO.
       01 MemberLiability PIC 9(7)V99 VALUE ZERO.
      *>   Report totals.
       01 TotalLivePoints PIC 9(9) VALUE ZERO.
       01 TotalExpiringPoints PIC 9(9) VALUE ZERO.
       01 TotalPendingPoints PIC 9(9) VALUE ZERO.
       01 TotalLiability PIC 9(9)V99 VALUE ZERO.
       01 YearEarnedPoints PIC 9(9) VALUE ZERO.
       01 YearRedeemedPoints PIC 9(9) VALUE ZERO.
       01 YearCreditAmount PIC 9(7)V99 VALUE ZERO.
       01 YearExpiredPoints PIC 9(9) VALUE ZERO.
       01 MembersRead PIC 9(7) COMP VALUE ZERO.
       01 MembersListed PIC 9(7) COMP VALUE ZERO.
       01 MembersWithoutPoints PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "LoyaltyLiability".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "LOYALTY POINTS LIABILITY - AS AT ".
           02 RphDate PIC 9(8).
           02 FILLER PIC X(14) VALUE "  POINT VALUE ".
           02 RphPointValue PIC 9.9999.
       01 ColumnHeading.
           02 FILLER PIC X(38) VALUE
               "MEMBER NAME                    LIVE   ".
           02 FILLER PIC X(33) VALUE
               "   LIABILITY  EXPIRING    PENDING".
       01 LiabilityDetail.
           02 LbdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LbdMemberName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LbdLivePoints PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LbdLiability PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LbdExpiringPoints PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LbdPendingPoints PIC ZZ,ZZZ,ZZ9.
       01 TotalPointsLine.
           02 TplLabel PIC X(34).
           02 TplPoints PIC ZZZ,ZZZ,ZZ9.
       01 TotalAmountLine.
           02 TalLabel PIC X(34).
           02 TalAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadLoyaltyParm
           MOVE TodayYYYYMMDD TO WorkDate
           PERFORM ConvertWorkDateToDays
           MOVE WorkDays TO TodayDays
           MOVE WorkYear TO TodayYear
           OPEN OUTPUT LiabilityReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE PointValue TO RphPointValue
           MOVE ReportHeading TO LiabilityLine
           WRITE LiabilityLine
           MOVE ColumnHeading TO LiabilityLine
           WRITE LiabilityLine
           OPEN INPUT LoyaltyFile
           IF LoyaltyFileNotFound
               MOVE "NO LOYALTY POINTS LEDGER ON FILE" TO LiabilityLine
               WRITE LiabilityLine
           ELSE
               OPEN INPUT MemberMasterFile
               PERFORM ReadNextLoyaltyRow
               PERFORM ProcessOneMember UNTIL LoyaltyAtEnd
               CLOSE MemberMasterFile
               CLOSE LoyaltyFile
           END-IF
           PERFORM PrintReportTotals
           CLOSE LiabilityReport
           MOVE MembersRead TO ReadForReport
           MOVE MembersListed TO WrittenForReport
           MOVE MembersWithoutPoints TO RejectedForReport
           MOVE TotalLiability TO BalancingTotal
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
                       IF LprPointValue NUMERIC
                          AND LprPointValue > ZERO
                           MOVE LprPointValue TO PointValue
                       END-IF
               END-READ
               CLOSE LoyaltyParmFile
           END-IF.

       ProcessOneMember.
           ADD 1 TO MembersRead
           MOVE LoyMemberId TO CurrentMemberId
           MOVE ZERO TO MemberLivePoints
           MOVE ZERO TO MemberExpiringPoints
           MOVE ZERO TO MemberPendingPoints
           PERFORM WeighOneLedgerRow
               UNTIL LoyaltyAtEnd OR LoyMemberId NOT = CurrentMemberId
           IF MemberLivePoints = ZERO AND MemberPendingPoints = ZERO
               ADD 1 TO MembersWithoutPoints
           ELSE
               PERFORM PrintMemberLiability
           END-IF.

      *>   WeighOneLedgerRow adds one row into the member's figures
      *>   and this year's movement.
       WeighOneLedgerRow.
           IF LoyEarning
               DIVIDE LoyPostedDate BY 10000
                   GIVING RowYear REMAINDER RowMonthDay
               IF RowYear = TodayYear
                   ADD LoyPoints TO YearEarnedPoints
               END-IF
               IF LoyExpiredPoints > ZERO
                   DIVIDE LoyExpiryDate BY 10000
                       GIVING RowYear REMAINDER RowMonthDay
                   IF RowYear = TodayYear
                       ADD LoyExpiredPoints TO YearExpiredPoints
                   END-IF
               END-IF
               IF LoyRemaining > ZERO
                  AND LoyExpiryDate > TodayYYYYMMDD
                   ADD LoyRemaining TO MemberLivePoints
                   MOVE LoyExpiryDate TO WorkDate
                   PERFORM ConvertWorkDateToDays
                   IF WorkDays NOT > TodayDays + ExpiringWindowDays
                       ADD LoyRemaining TO MemberExpiringPoints
                   END-IF
               END-IF
           END-IF
           IF LoyRedemption
               IF LoyRedeemPending
                   ADD LoyPoints TO MemberPendingPoints
               END-IF
               IF LoyRedeemCredited AND LoyBillYear = TodayYear
                   ADD LoyPointsRedeemed TO YearRedeemedPoints
                   ADD LoyCreditAmount TO YearCreditAmount
               END-IF
           END-IF
           PERFORM ReadNextLoyaltyRow.

       PrintMemberLiability.
           ADD 1 TO MembersListed
           COMPUTE MemberLiability ROUNDED =
                   MemberLivePoints * PointValue
           ADD MemberLivePoints TO TotalLivePoints
           ADD MemberExpiringPoints TO TotalExpiringPoints
           ADD MemberPendingPoints TO TotalPendingPoints
           ADD MemberLiability TO TotalLiability
           MOVE CurrentMemberId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   MOVE "NOT ON MASTER" TO MmbMemberName
           END-READ
           MOVE CurrentMemberId TO LbdMemberId
           MOVE MmbMemberName TO LbdMemberName
           MOVE MemberLivePoints TO LbdLivePoints
           MOVE MemberLiability TO LbdLiability
           MOVE MemberExpiringPoints TO LbdExpiringPoints
           MOVE MemberPendingPoints TO LbdPendingPoints
           MOVE LiabilityDetail TO LiabilityLine
           WRITE LiabilityLine.

       PrintReportTotals.
           MOVE SPACES TO LiabilityLine
           WRITE LiabilityLine
           MOVE "MEMBERS HOLDING POINTS" TO TplLabel
           MOVE MembersListed TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "LIVE POINTS OUTSTANDING" TO TplLabel
           MOVE TotalLivePoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "POINTS LIABILITY AT POINT VALUE" TO TalLabel
           MOVE TotalLiability TO TalAmount
           MOVE TotalAmountLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "LAPSING WITHIN 90 DAYS" TO TplLabel
           MOVE TotalExpiringPoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "AWAITING REDEMPTION ON NEXT BILL" TO TplLabel
           MOVE TotalPendingPoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE SPACES TO LiabilityLine
           WRITE LiabilityLine
           MOVE "EARNED THIS YEAR" TO TplLabel
           MOVE YearEarnedPoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "REDEEMED THIS YEAR" TO TplLabel
           MOVE YearRedeemedPoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "CREDITED ON BILLS THIS YEAR" TO TalLabel
           MOVE YearCreditAmount TO TalAmount
           MOVE TotalAmountLine TO LiabilityLine
           WRITE LiabilityLine
           MOVE "LAPSED THIS YEAR" TO TplLabel
           MOVE YearExpiredPoints TO TplPoints
           MOVE TotalPointsLine TO LiabilityLine
           WRITE LiabilityLine.

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
