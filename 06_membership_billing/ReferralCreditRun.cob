       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferralCreditRun.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Monthly award of member referral credits off the
      *>   REFERRAL ledger. A pending referral whose new member has
      *>   paid RfpBillsRequired bills in full (counted by the cash
      *>   reconciliation) earns the referrer RfpCreditAmount,
      *>   which the next billing run nets off the referrer's own
      *>   bill. The referral is proved again before it is earned,
      *>   since households and memberships change after joining:
      *>   the referrer must still be on MEMBMAST and active, may
      *>   not be the new member - by member number or, under
      *>   another number, by the same-person rule of the same name
      *>   either way round and the same full date of birth - and
      *>   may not share a household with the new member. A
      *>   referral failing that is refused for good, listed with
      *>   its reason and raised to ExceptionHandler as a warning
      *>   (3224).
      *>   The REFRPT report lists the whole ledger by the branch
      *>   the new member joined at - pending, earned, credited
      *>   and refused, this run's awards marked - followed by a
      *>   per-branch count and the value earned this run. REFPARM
      *>   may replace the standing credit and bill count; a zero
      *>   field keeps the default.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReferralParmFile ASSIGN TO "REFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReferralParmStatus.
           SELECT ReferralFile ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RfrReferredId
               ALTERNATE RECORD KEY IS RfrReferrerId
                   WITH DUPLICATES
               FILE STATUS IS ReferralStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT ReferralReport ASSIGN TO "REFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReferralSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD ReferralParmFile.
       COPY REFPARM.
       FD ReferralFile.
       COPY REFERRAL.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD BranchFile.
       COPY BRANCHREF.
       FD ReferralReport.
       01 ReferralLine PIC X(72).
       SD ReferralSortFile.
       01 ReferralSortRec.
           02 SrtCityCode PIC 9(3).
           02 SrtReferrerId PIC 9(6).
           02 SrtReferredId PIC 9(6).
           02 SrtJoinDate PIC 9(8).
           02 SrtStatus PIC X.
           02 SrtBillsPaid PIC 9(2).
           02 SrtCreditLeft PIC 9(5)V99.
           02 SrtActedFlag PIC X.
           02 SrtNote PIC X(30).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 ReferralParmStatus PIC XX VALUE "00".
           88 ReferralParmNotFound VALUE "35".
       01 ReferralStatus PIC XX VALUE "00".
           88 ReferralAtEnd VALUE "10".
           88 ReferralNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 BranchFileStatus PIC XX VALUE "00".
           88 BranchAtEnd VALUE "10".
           88 BranchFileNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 CreditAmount PIC 9(3)V99 VALUE 25.00.
       01 BillsRequired PIC 9(2) VALUE 2.
       01 ReferralOkFlag PIC X VALUE "Y".
           88 ReferralOk VALUE "Y".
       01 RefusalReasonText PIC X(30) VALUE SPACES.
       01 ReferredHouseholdId PIC 9(6) VALUE ZERO.
      *>   The new member as read for the same-person rule: the
      *>   name as keyed and with its two words turned round, and
      *>   the full date of birth.
       01 ReferredDateOfBirth PIC 9(8) VALUE ZERO.
       01 ReferredNameUpper PIC X(20) VALUE SPACES.
       01 ReferredNameTurned PIC X(20) VALUE SPACES.
       01 ReferrerNameUpper PIC X(20) VALUE SPACES.
       01 NameWordOne PIC X(20) VALUE SPACES.
       01 NameWordTwo PIC X(20) VALUE SPACES.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 CreditLeft PIC 9(5)V99 VALUE ZERO.
       01 CreditedPeriodText.
           02 FILLER PIC X(9) VALUE "CREDITED ".
           02 CptMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 CptYear PIC 9(4).
      *>   Branches with their referral counts.
       01 BranchMax PIC 9(3) VALUE 200.
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 BranchTable.
           02 BranchEntry OCCURS 200 TIMES.
               03 BrtCityCode PIC 9(3).
               03 BrtBranchName PIC X(12).
               03 BrtReferrals PIC 9(5).
               03 BrtPending PIC 9(5).
               03 BrtEarnedNow PIC 9(5).
               03 BrtAwaiting PIC 9(5).
               03 BrtCredited PIC 9(5).
               03 BrtRefused PIC 9(5).
               03 BrtValueEarned PIC 9(7)V99.
       01 BranchIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundBranchIdx PIC 9(3) COMP VALUE ZERO.
       01 LookupCityCode PIC 9(3) VALUE ZERO.
       01 CurrentCityCode PIC 9(3) VALUE ZERO.
       01 GroupStartedFlag PIC X VALUE "N".
           88 GroupStarted VALUE "Y".
       01 ReferralsRead PIC 9(7) COMP VALUE ZERO.
       01 ReferralsEarned PIC 9(7) COMP VALUE ZERO.
       01 ReferralsRefused PIC 9(7) COMP VALUE ZERO.
       01 TotalPending PIC 9(7) COMP VALUE ZERO.
       01 TotalAwaiting PIC 9(7) COMP VALUE ZERO.
       01 TotalCredited PIC 9(7) COMP VALUE ZERO.
       01 TotalRefused PIC 9(7) COMP VALUE ZERO.
       01 ValueEarned PIC 9(7)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "ReferralCreditRun".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 ExceptionDetail.
           02 FILLER PIC X(9) VALUE "Referral ".
           02 ExdReferredId PIC 9(6).
           02 FILLER PIC X(4) VALUE " by ".
           02 ExdReferrerId PIC 9(6).
           02 FILLER PIC X(10) VALUE " refused: ".
           02 ExdReason PIC X(25).
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "MEMBER REFERRAL CREDIT RUN - RUN OF ".
           02 RphDate PIC 9(8).
       01 ReportTerms.
           02 FILLER PIC X(19) VALUE "CREDIT PER REFERRAL".
           02 RptCreditAmount PIC ZZ9.99.
           02 FILLER PIC X(17) VALUE " EARNED AFTER    ".
           02 RptBillsRequired PIC Z9.
           02 FILLER PIC X(16) VALUE " BILLS PAID".
       01 BranchHeading.
           02 FILLER PIC X(7) VALUE "BRANCH ".
           02 BrhCityCode PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BrhBranchName PIC X(15).
       01 ColumnHeading PIC X(72) VALUE
           "REFRER NEWMEM JOINED   S BL    CREDIT   NOTE".
       01 ReferralDetail.
           02 RfdReferrerId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdReferredId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdJoinDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdStatus PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdBillsPaid PIC Z9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdCreditLeft PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdActedFlag PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RfdNote PIC X(30).
       01 SummaryHeading.
           02 FILLER PIC X(36) VALUE
               "BR  BRANCH      REFERD PENDNG EARNED".
           02 FILLER PIC X(35) VALUE
               "  AWAIT CREDTD REFUSD  VALUE EARNED".
       01 SummaryDetail.
           02 SmdCityCode PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdBranchName PIC X(12).
           02 SmdReferrals PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdPending PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdEarnedNow PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdAwaiting PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdCredited PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SmdRefused PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SmdValueEarned PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadReferralParm
           PERFORM LoadBranches
           OPEN OUTPUT ReferralReport
           MOVE TodayYYYYMMDD TO RphDate
           MOVE ReportHeading TO ReferralLine
           WRITE ReferralLine
           MOVE CreditAmount TO RptCreditAmount
           MOVE BillsRequired TO RptBillsRequired
           MOVE ReportTerms TO ReferralLine
           WRITE ReferralLine
           OPEN I-O ReferralFile
           IF ReferralNotFound
               MOVE "NO REFERRAL LEDGER ON FILE" TO ReferralLine
               WRITE ReferralLine
           ELSE
               OPEN INPUT MemberMasterFile
               SORT ReferralSortFile
                   ON ASCENDING KEY SrtCityCode
                   ON ASCENDING KEY SrtReferrerId
                   ON ASCENDING KEY SrtReferredId
                   INPUT PROCEDURE IS AwardReferrals
                   OUTPUT PROCEDURE IS PrintReferrals
               CLOSE MemberMasterFile
               CLOSE ReferralFile
           END-IF
           PERFORM PrintBranchSummary
           CLOSE ReferralReport
           DISPLAY "ReferralCreditRun - referrals earned = "
                   ReferralsEarned " refused = " ReferralsRefused
           MOVE ReferralsRead TO ReadForReport
           MOVE ReferralsEarned TO WrittenForReport
           MOVE ReferralsRefused TO RejectedForReport
           MOVE ValueEarned TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

       ReadReferralParm.
           OPEN INPUT ReferralParmFile
           IF NOT ReferralParmNotFound
               READ ReferralParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RfpCreditAmount NUMERIC
                          AND RfpCreditAmount > ZERO
                           MOVE RfpCreditAmount TO CreditAmount
                       END-IF
                       IF RfpBillsRequired NUMERIC
                          AND RfpBillsRequired > ZERO
                           MOVE RfpBillsRequired TO BillsRequired
                       END-IF
               END-READ
               CLOSE ReferralParmFile
           END-IF.

       LoadBranches.
           OPEN INPUT BranchFile
           IF NOT BranchFileNotFound
               PERFORM ReadNextBranch
               PERFORM LoadOneBranch UNTIL BranchAtEnd
               CLOSE BranchFile
           END-IF.

       LoadOneBranch.
           IF BranchCount < BranchMax
               ADD 1 TO BranchCount
               MOVE CityCode OF BranchRec TO BrtCityCode(BranchCount)
               MOVE BranchName TO BrtBranchName(BranchCount)
               MOVE ZERO TO BrtReferrals(BranchCount)
               MOVE ZERO TO BrtPending(BranchCount)
               MOVE ZERO TO BrtEarnedNow(BranchCount)
               MOVE ZERO TO BrtAwaiting(BranchCount)
               MOVE ZERO TO BrtCredited(BranchCount)
               MOVE ZERO TO BrtRefused(BranchCount)
               MOVE ZERO TO BrtValueEarned(BranchCount)
           END-IF
           PERFORM ReadNextBranch.

       FindBranchEntry.
           MOVE ZERO TO FoundBranchIdx
           PERFORM MatchOneBranch
               VARYING BranchIdx FROM 1 BY 1
               UNTIL BranchIdx > BranchCount OR FoundBranchIdx > ZERO.

       MatchOneBranch.
           IF BrtCityCode(BranchIdx) = LookupCityCode
               MOVE BranchIdx TO FoundBranchIdx
           END-IF.

      *>   AwardReferrals passes the whole ledger once, earning the
      *>   referrals that have qualified and releasing every row
      *>   to the branch listing.
       AwardReferrals.
           PERFORM ReadNextReferral
           PERFORM AwardOneReferral UNTIL ReferralAtEnd.

       AwardOneReferral.
           ADD 1 TO ReferralsRead
           MOVE SPACE TO SrtActedFlag
           IF RfrPending AND RfrBillsPaid NOT < BillsRequired
               PERFORM ProveReferral
               IF ReferralOk
                   MOVE "E" TO RfrStatus
                   MOVE TodayYYYYMMDD TO RfrEarnedDate
                   MOVE CreditAmount TO RfrCreditAmount
                   MOVE ZERO TO RfrCreditApplied
                   ADD 1 TO ReferralsEarned
                   ADD CreditAmount TO ValueEarned
               ELSE
                   MOVE "X" TO RfrStatus
                   MOVE RefusalReasonText TO RfrRefusalReason
                   ADD 1 TO ReferralsRefused
                   PERFORM RaiseRefusal
               END-IF
               REWRITE ReferralRec
               MOVE "*" TO SrtActedFlag
           END-IF
           PERFORM TallyReferral
           MOVE RfrCityCode TO SrtCityCode
           MOVE RfrReferrerId TO SrtReferrerId
           MOVE RfrReferredId TO SrtReferredId
           MOVE RfrJoinDate TO SrtJoinDate
           MOVE RfrStatus TO SrtStatus
           MOVE RfrBillsPaid TO SrtBillsPaid
           MOVE CreditLeft TO SrtCreditLeft
           RELEASE ReferralSortRec
           PERFORM ReadNextReferral.

      *>   ProveReferral checks the referral again at the point of
      *>   award against the members as they stand today.
       ProveReferral.
           MOVE "Y" TO ReferralOkFlag
           MOVE SPACES TO RefusalReasonText
           MOVE ZERO TO ReferredHouseholdId
           MOVE ZERO TO ReferredDateOfBirth
           MOVE SPACES TO ReferredNameUpper ReferredNameTurned
           MOVE RfrReferredId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   MOVE "N" TO ReferralOkFlag
                   MOVE "New member not on master"
                       TO RefusalReasonText
               NOT INVALID KEY
                   MOVE MmbHouseholdId TO ReferredHouseholdId
                   PERFORM NoteReferredMember
           END-READ
           IF ReferralOk AND RfrReferrerId = RfrReferredId
               MOVE "N" TO ReferralOkFlag
               MOVE "Member cannot refer themselves"
                   TO RefusalReasonText
           END-IF
           IF ReferralOk
               MOVE RfrReferrerId TO MmbMemberId
               READ MemberMasterFile
                   INVALID KEY
                       MOVE "N" TO ReferralOkFlag
                       MOVE "Referrer not on member master"
                           TO RefusalReasonText
                   NOT INVALID KEY
                       MOVE MmbMemberName TO ReferrerNameUpper
                       INSPECT ReferrerNameUpper CONVERTING
                           LowerCaseLetters TO UpperCaseLetters
                       EVALUATE TRUE
                           WHEN NOT MmbActive
                               MOVE "N" TO ReferralOkFlag
                               MOVE "Referrer membership not active"
                                   TO RefusalReasonText
                           WHEN ReferredDateOfBirth > ZERO
                            AND ReferredDateOfBirth = MmbDateOfBirth
                            AND ReferredNameUpper NOT = SPACES
                            AND (ReferrerNameUpper = ReferredNameUpper
                              OR ReferrerNameUpper =
                                 ReferredNameTurned)
                               MOVE "N" TO ReferralOkFlag
                               MOVE "Referrer is the same person"
                                   TO RefusalReasonText
                           WHEN ReferredHouseholdId > ZERO
                            AND ReferredHouseholdId = MmbHouseholdId
                               MOVE "N" TO ReferralOkFlag
                               MOVE "Referrer in same household"
                                   TO RefusalReasonText
                       END-EVALUATE
               END-READ
           END-IF.

      *>   NoteReferredMember keeps the new member's date of birth
      *>   and name, upper-cased and with its forename and surname
      *>   turned round, for the same-person test on the referrer.
       NoteReferredMember.
           MOVE MmbDateOfBirth TO ReferredDateOfBirth
           MOVE MmbMemberName TO ReferredNameUpper
           INSPECT ReferredNameUpper
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE SPACES TO NameWordOne NameWordTwo
           UNSTRING ReferredNameUpper DELIMITED BY ALL SPACE
               INTO NameWordOne NameWordTwo
           END-UNSTRING
           STRING NameWordTwo DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NameWordOne DELIMITED BY SPACE
               INTO ReferredNameTurned
           END-STRING.

       RaiseRefusal.
           MOVE 3224 TO ExceptionNumber
           MOVE "W" TO ExceptionSeverity
           MOVE RfrReferredId TO ExdReferredId
           MOVE RfrReferrerId TO ExdReferrerId
           MOVE RefusalReasonText TO ExdReason
           MOVE ExceptionDetail TO ExceptionText
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

      *>   TallyReferral counts the row, as it now stands, against
      *>   its branch and sets the credit still to be used and the
      *>   note the listing shows.
       TallyReferral.
           MOVE ZERO TO CreditLeft
           MOVE RfrCityCode TO LookupCityCode
           PERFORM FindBranchEntry
           IF FoundBranchIdx > ZERO
               ADD 1 TO BrtReferrals(FoundBranchIdx)
           END-IF
           EVALUATE TRUE
               WHEN RfrPending
                   ADD 1 TO TotalPending
                   MOVE "Awaiting bills paid" TO SrtNote
                   IF FoundBranchIdx > ZERO
                       ADD 1 TO BrtPending(FoundBranchIdx)
                   END-IF
               WHEN RfrEarned
                   ADD 1 TO TotalAwaiting
                   COMPUTE CreditLeft =
                           RfrCreditAmount - RfrCreditApplied
                   IF SrtActedFlag = "*"
                       MOVE "Credit earned this run" TO SrtNote
                   ELSE
                       MOVE "Awaiting referrer's bill" TO SrtNote
                   END-IF
                   IF FoundBranchIdx > ZERO
                       ADD 1 TO BrtAwaiting(FoundBranchIdx)
                   END-IF
                   IF FoundBranchIdx > ZERO AND SrtActedFlag = "*"
                       ADD 1 TO BrtEarnedNow(FoundBranchIdx)
                       ADD RfrCreditAmount
                           TO BrtValueEarned(FoundBranchIdx)
                   END-IF
               WHEN RfrCredited
                   ADD 1 TO TotalCredited
                   MOVE RfrCreditedMonth TO CptMonth
                   MOVE RfrCreditedYear TO CptYear
                   MOVE CreditedPeriodText TO SrtNote
                   IF FoundBranchIdx > ZERO
                       ADD 1 TO BrtCredited(FoundBranchIdx)
                   END-IF
               WHEN OTHER
                   ADD 1 TO TotalRefused
                   MOVE RfrRefusalReason TO SrtNote
                   IF FoundBranchIdx > ZERO
                       ADD 1 TO BrtRefused(FoundBranchIdx)
                   END-IF
           END-EVALUATE.

       PrintReferrals.
           MOVE "N" TO GroupStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneReferral UNTIL SortReturnAtEnd.

       ReturnOneReferral.
           RETURN ReferralSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneReferral
           END-RETURN.

       PrintOneReferral.
           IF NOT GroupStarted OR SrtCityCode NOT = CurrentCityCode
               MOVE "Y" TO GroupStartedFlag
               MOVE SrtCityCode TO CurrentCityCode
               MOVE SrtCityCode TO LookupCityCode
               PERFORM FindBranchEntry
               MOVE SrtCityCode TO BrhCityCode
               IF FoundBranchIdx > ZERO
                   MOVE BrtBranchName(FoundBranchIdx)
                       TO BrhBranchName
               ELSE
                   MOVE "NOT ON BRANCHMS" TO BrhBranchName
               END-IF
               MOVE SPACES TO ReferralLine
               WRITE ReferralLine
               MOVE BranchHeading TO ReferralLine
               WRITE ReferralLine
               MOVE ColumnHeading TO ReferralLine
               WRITE ReferralLine
           END-IF
           MOVE SrtReferrerId TO RfdReferrerId
           MOVE SrtReferredId TO RfdReferredId
           MOVE SrtJoinDate TO RfdJoinDate
           MOVE SrtStatus TO RfdStatus
           MOVE SrtBillsPaid TO RfdBillsPaid
           MOVE SrtCreditLeft TO RfdCreditLeft
           MOVE SrtActedFlag TO RfdActedFlag
           MOVE SrtNote TO RfdNote
           MOVE ReferralDetail TO ReferralLine
           WRITE ReferralLine.

       PrintBranchSummary.
           MOVE SPACES TO ReferralLine
           WRITE ReferralLine
           MOVE SummaryHeading TO ReferralLine
           WRITE ReferralLine
           PERFORM PrintOneBranchSummary
               VARYING BranchIdx FROM 1 BY 1
               UNTIL BranchIdx > BranchCount
           MOVE "ALL" TO SmdCityCode
           MOVE "ALL BRANCHES" TO SmdBranchName
           MOVE ReferralsRead TO SmdReferrals
           MOVE TotalPending TO SmdPending
           MOVE ReferralsEarned TO SmdEarnedNow
           MOVE TotalAwaiting TO SmdAwaiting
           MOVE TotalCredited TO SmdCredited
           MOVE TotalRefused TO SmdRefused
           MOVE ValueEarned TO SmdValueEarned
           MOVE SummaryDetail TO ReferralLine
           WRITE ReferralLine.

       PrintOneBranchSummary.
           IF BrtReferrals(BranchIdx) > ZERO
               MOVE BrtCityCode(BranchIdx) TO SmdCityCode
               MOVE BrtBranchName(BranchIdx) TO SmdBranchName
               MOVE BrtReferrals(BranchIdx) TO SmdReferrals
               MOVE BrtPending(BranchIdx) TO SmdPending
               MOVE BrtEarnedNow(BranchIdx) TO SmdEarnedNow
               MOVE BrtAwaiting(BranchIdx) TO SmdAwaiting
               MOVE BrtCredited(BranchIdx) TO SmdCredited
               MOVE BrtRefused(BranchIdx) TO SmdRefused
               MOVE BrtValueEarned(BranchIdx) TO SmdValueEarned
               MOVE SummaryDetail TO ReferralLine
               WRITE ReferralLine
           END-IF.

       ReadNextReferral.
           READ ReferralFile NEXT RECORD
               AT END MOVE "10" TO ReferralStatus
           END-READ.

       ReadNextBranch.
           READ BranchFile NEXT RECORD
               AT END MOVE "10" TO BranchFileStatus
           END-READ.
