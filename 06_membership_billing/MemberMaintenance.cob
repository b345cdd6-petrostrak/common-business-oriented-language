      *>   the system-maintained fields (renewal dates, freeze
      *>   window) survive a resubmitted correction instead of
      *>   being silently destroyed.
      *>   2026-10-15  A new member may carry the member number of
      *>   the existing member who referred them. The referrer is
      *>   checked against MEMBMAST - on file, active, not the new
      *>   member and not in the new member's household - and the
      *>   referral recorded on the REFERRAL ledger, pending when
      *>   it checks out and refused with the reason when it does
      *>   not, so the monthly referral credit run has something
      *>   to award from and a refused referral still shows on the
      *>   branch report.
      *>   2026-10-15  A member may be linked to the employer that
      *>   sponsors the membership, by CUSTMAST CustomerId; a
      *>   sponsor not on the customer master is not linked and
      *>   is reported. Member numbers from 900000 up are kept for
      *>   corporate billing accounts and are refused.
      *>   2026-10-15  A new member carrying the number of the fee
      *>   quotation they were given at the counter has the quote
      *>   marked converted on FEEQUOTE, with the member number,
      *>   for the quotation conversion report.
      *>   2026-10-15  Cancelling a member stamps the date and the
      *>   reason keyed (M when none is), and a cancelled member
      *>   made active again has them cleared. The member's wish
      *>   not to be contacted is kept on the master. A rejoin
      *>   quoting a win-back campaign code is recorded on the
      *>   WINBACK register - rejoined when the member was on that
      *>   campaign's mailing, an unsolicited response otherwise.
      *>   2026-10-15  A referrer who is the new member under
      *>   another number - same name, either way round, and the
      *>   same full date of birth - is refused like a member
      *>   referring themselves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberAuditFile ASSIGN TO "MEMBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberAuditStatus.
           SELECT ReferralFile ASSIGN TO "REFERRAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RfrReferredId
               ALTERNATE RECORD KEY IS RfrReferrerId
                   WITH DUPLICATES
               FILE STATUS IS ReferralStatus.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustomerMasterStatus.
           SELECT FeeQuoteFile ASSIGN TO "FEEQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QteNumber
               FILE STATUS IS FeeQuoteStatus.
           SELECT WinBackFile ASSIGN TO "WINBACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WbkKey
               FILE STATUS IS WinBackStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MemberTranFile.
       COPY MEMBMAST.
       FD MemberAuditFile.
       COPY MEMBAUD.
       FD ReferralFile.
       COPY REFERRAL.
       FD CustomerMasterFile.
       COPY CUSTREC.
       FD FeeQuoteFile.
       COPY FEEQUOTE.
       FD WinBackFile.
       COPY WINBACK.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 MemberTranStatus PIC XX VALUE "00".
           88 MemberTranAtEnd VALUE "10".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 MemberExistsFlag PIC X VALUE "N".
           88 MemberExists VALUE "Y".
       01 MembersLoaded PIC 9(5) COMP VALUE ZERO.
       01 ReferralStatus PIC XX VALUE "00".
           88 ReferralNotFound VALUE "35".
       01 ReferrerOkFlag PIC X VALUE "Y".
           88 ReferrerOk VALUE "Y".
       01 ReferralReasonText PIC X(30) VALUE SPACES.
      *>   The same-person rule: the new member's name against the
      *>   referrer's, read as keyed and with its two words turned
      *>   round, and the full date of birth.
       01 SamePersonFlag PIC X VALUE "N".
           88 SamePerson VALUE "Y".
       01 NewMemberNameUpper PIC X(20) VALUE SPACES.
       01 ReferrerNameUpper PIC X(20) VALUE SPACES.
       01 ReferrerNameTurned PIC X(20) VALUE SPACES.
       01 NameWordOne PIC X(20) VALUE SPACES.
       01 NameWordTwo PIC X(20) VALUE SPACES.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ReferralsRecorded PIC 9(5) COMP VALUE ZERO.
       01 ReferralsRefused PIC 9(5) COMP VALUE ZERO.
       01 CustomerMasterStatus PIC XX VALUE "00".
           88 CustomerMasterAtEnd VALUE "10".
           88 CustomerMasterNotFound VALUE "35".
      *>   The customers a member may be sponsored by.
       01 CustomerMax PIC 9(3) VALUE 500.
       01 CustomerCount PIC 9(3) VALUE ZERO.
       01 CustomerTable.
           02 CustomerEntry OCCURS 500 TIMES.
               03 CstCustomerId PIC X(6).
       01 CustomerIdx PIC 9(3) COMP VALUE ZERO.
       01 SponsorFoundFlag PIC X VALUE "N".
           88 SponsorFound VALUE "Y".
       01 CorporateAccountFloor PIC 9(6) VALUE 900000.
       01 MembersRefused PIC 9(5) COMP VALUE ZERO.
       01 FeeQuoteStatus PIC XX VALUE "00".
           88 FeeQuoteNotFound VALUE "35".
       01 FeeQuoteOpenFlag PIC X VALUE "N".
           88 FeeQuoteFileOpen VALUE "Y".
       01 QuotesConverted PIC 9(5) COMP VALUE ZERO.
       01 WinBackStatus PIC XX VALUE "00".
           88 WinBackNotFound VALUE "35".
       01 PriorStatus PIC X VALUE SPACE.
       01 WinBacksRejoined PIC 9(5) COMP VALUE ZERO.
       01 WinBackResponses PIC 9(5) COMP VALUE ZERO.
       01 OperatorId PIC X(8) VALUE "BATCH01".
      *>   Set by the operator menu before it dispatches here, so a
      *>   clerk-launched run signs on - and audits - as the clerk;
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO OperatorId
           END-IF
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadCustomers
           OPEN INPUT MemberTranFile
           OPEN I-O MemberMasterFile
           IF MemberMasterStatus = "35"
           IF MemberAuditNotFound
               OPEN OUTPUT MemberAuditFile
           END-IF
           OPEN I-O ReferralFile
           IF ReferralNotFound
               OPEN OUTPUT ReferralFile
               CLOSE ReferralFile
               OPEN I-O ReferralFile
           END-IF
           MOVE "Y" TO FeeQuoteOpenFlag
           OPEN I-O FeeQuoteFile
           IF FeeQuoteNotFound
      *>   No quotation file yet means no quote to convert.
               MOVE "N" TO FeeQuoteOpenFlag
           END-IF
           OPEN I-O WinBackFile
           IF WinBackNotFound
               OPEN OUTPUT WinBackFile
               CLOSE WinBackFile
               OPEN I-O WinBackFile
           END-IF
           PERFORM ReadNextMemberTran
           PERFORM LoadOneMember UNTIL MemberTranAtEnd
           CLOSE MemberTranFile
           CLOSE MemberMasterFile
           CLOSE MemberAuditFile
           CLOSE ReferralFile
           IF FeeQuoteFileOpen
               CLOSE FeeQuoteFile
           END-IF
           CLOSE WinBackFile
           DISPLAY "MemberMaintenance - members loaded = "
                   MembersLoaded " refused = " MembersRefused
           DISPLAY "MemberMaintenance - referrals recorded = "
                   ReferralsRecorded " refused = " ReferralsRefused
           DISPLAY "MemberMaintenance - quotes converted = "
                   QuotesConverted
           DISPLAY "MemberMaintenance - win-back rejoins = "
                   WinBacksRejoined " other responses = "
                   WinBackResponses
           STOP RUN.

      *>   LoadOneMember upserts one MEMBMAST row: a new MemberId is
      *>   resubmission can be answered from the trail instead of
      *>   having silently destroyed the member's record.
       LoadOneMember.
           IF MmtMemberId NOT < CorporateAccountFloor
               ADD 1 TO MembersRefused
               DISPLAY "MemberMaintenance - member " MmtMemberId
                       " refused - number kept for corporate accounts"
           ELSE
               PERFORM UpsertOneMember
           END-IF
           PERFORM ReadNextMemberTran.

       UpsertOneMember.
           MOVE "N" TO MemberExistsFlag
           MOVE MmtMemberId TO MmbMemberId
           READ MemberMasterFile
               NOT INVALID KEY
                   MOVE "Y" TO MemberExistsFlag
           END-READ
           MOVE SPACE TO PriorStatus
           IF MemberExists
               MOVE MmbStatus TO PriorStatus
               PERFORM CaptureBeforeImage
           ELSE
               IF MmtReferredBy NUMERIC AND MmtReferredBy > ZERO
                   PERFORM CheckReferrer
               END-IF
               MOVE SPACES TO MauBeforeImage
               MOVE MmtMemberId TO MmbMemberId
               MOVE ZERO TO MmbRenewedThrough
               MOVE ZERO TO MmbRenewalNoticeDate
               MOVE ZERO TO MmbFreezeFrom
               MOVE ZERO TO MmbFreezeTo
               MOVE ZERO TO MmbReferredBy
               MOVE SPACES TO MmbSponsorCustomerId
               MOVE ZERO TO MmbCancelDate
               MOVE SPACE TO MmbCancelReason
               MOVE "N" TO MmbNoContact
               IF MmtReferredBy NUMERIC AND MmtReferredBy > ZERO
                  AND ReferrerOk
                   MOVE MmtReferredBy TO MmbReferredBy
               END-IF
           END-IF
           MOVE MmtMemberName TO MmbMemberName
           MOVE MmtCityCode TO MmbCityCode
           MOVE MmtDiscountCode TO MmbDiscountCode
           MOVE MmtHouseholdId TO MmbHouseholdId
           MOVE MmtHouseholdPayer TO MmbHouseholdPayer
           PERFORM ApplySponsor
           PERFORM ApplyLeavingStatus
           IF MemberExists
               REWRITE MemberMasterRec
               PERFORM WriteAuditRecord
           ELSE
               WRITE MemberMasterRec
               PERFORM WriteAuditRecord
               IF MmtReferredBy NUMERIC AND MmtReferredBy > ZERO
                   PERFORM RecordReferral
               END-IF
               IF MmtQuoteNumber NUMERIC AND MmtQuoteNumber > ZERO
                   PERFORM ConvertFeeQuote
               END-IF
           END-IF
           IF MmtCampaignCode NOT = SPACES
               PERFORM RecordWinBackResponse
           END-IF
           ADD 1 TO MembersLoaded.

      *>   ApplyLeavingStatus keeps the cancellation stamp in step
      *>   with the status: set when the member goes to cancelled,
      *>   cleared when a cancelled member comes back. A cancelled
      *>   member resubmitted as cancelled keeps the original date.
       ApplyLeavingStatus.
           IF MmbCancelled AND PriorStatus NOT = "C"
               MOVE TodayYYYYMMDD TO MmbCancelDate
               MOVE MmtCancelReason TO MmbCancelReason
               IF MmtCancelReason = SPACE
                   MOVE "M" TO MmbCancelReason
               END-IF
           END-IF
           IF MmbActive AND PriorStatus = "C"
               MOVE ZERO TO MmbCancelDate
               MOVE SPACE TO MmbCancelReason
           END-IF
           IF MmtNoContact = "Y" OR MmtNoContact = "N"
               MOVE MmtNoContact TO MmbNoContact
           END-IF.

      *>   RecordWinBackResponse notes a member joining or rejoining
      *>   on a campaign code against the campaign. A code quoted
      *>   on a member who is not active is reported and ignored.
       RecordWinBackResponse.
           IF NOT MmbActive
               DISPLAY "MemberMaintenance - member " MmtMemberId
                       " campaign " MmtCampaignCode
                       " quoted but member not active - ignored"
           ELSE
               MOVE MmtCampaignCode TO WbkCampaignCode
               MOVE MmtMemberId TO WbkMemberId
               READ WinBackFile
                   INVALID KEY
                       PERFORM AddUnsolicitedResponse
                   NOT INVALID KEY
                       PERFORM MarkWinBackRejoined
               END-READ
           END-IF.

       MarkWinBackRejoined.
           IF WbkMailed
               MOVE "J" TO WbkStatus
               MOVE TodayYYYYMMDD TO WbkResponseDate
               REWRITE WinBackRec
               ADD 1 TO WinBacksRejoined
           ELSE
               DISPLAY "MemberMaintenance - member " MmtMemberId
                       " campaign " MmtCampaignCode
                       " response already recorded"
           END-IF.

       AddUnsolicitedResponse.
           MOVE ZERO TO WbkMailedDate
           MOVE MmbMemberType TO WbkFormerType
           MOVE SPACE TO WbkCancelReason
           MOVE ZERO TO WbkCancelDate
           MOVE "U" TO WbkStatus
           MOVE TodayYYYYMMDD TO WbkResponseDate
           WRITE WinBackRec
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WinBackResponses
           END-WRITE.

      *>   ConvertFeeQuote marks the new member's quotation taken
      *>   up. A quote not on file, or already converted by another
      *>   member, is reported and left alone.
       ConvertFeeQuote.
           IF NOT FeeQuoteFileOpen
               DISPLAY "MemberMaintenance - member " MmtMemberId
                       " quote " MmtQuoteNumber " - no FEEQUOTE file"
           ELSE
               MOVE MmtQuoteNumber TO QteNumber
               READ FeeQuoteFile
                   INVALID KEY
                       DISPLAY "MemberMaintenance - member "
                               MmtMemberId " quote " MmtQuoteNumber
                               " not on file"
                   NOT INVALID KEY
                       PERFORM MarkQuoteConverted
               END-READ
           END-IF.

       MarkQuoteConverted.
           IF QteConverted
               DISPLAY "MemberMaintenance - member " MmtMemberId
                       " quote " MmtQuoteNumber
                       " already converted by " QteMemberId
           ELSE
               MOVE "C" TO QteStatus
               MOVE MmtMemberId TO QteMemberId
               MOVE TodayYYYYMMDD TO QteConvertedDate
               REWRITE FeeQuoteRec
               ADD 1 TO QuotesConverted
           END-IF.

      *>   ApplySponsor links the member to the sponsoring customer,
      *>   or unlinks them on spaces. An unknown sponsor leaves the
      *>   member as they were, paying their own until corrected.
       ApplySponsor.
           IF MmtSponsorCustomerId = SPACES
               MOVE SPACES TO MmbSponsorCustomerId
           ELSE
               MOVE "N" TO SponsorFoundFlag
               PERFORM MatchOneCustomer
                   VARYING CustomerIdx FROM 1 BY 1
                   UNTIL CustomerIdx > CustomerCount OR SponsorFound
               IF SponsorFound
                   MOVE MmtSponsorCustomerId TO MmbSponsorCustomerId
               ELSE
                   DISPLAY "MemberMaintenance - member " MmtMemberId
                           " sponsor " MmtSponsorCustomerId
                           " not on customer master - not linked"
               END-IF
           END-IF.

       MatchOneCustomer.
           IF CstCustomerId(CustomerIdx) = MmtSponsorCustomerId
               MOVE "Y" TO SponsorFoundFlag
           END-IF.

       LoadCustomers.
           OPEN INPUT CustomerMasterFile
           IF NOT CustomerMasterNotFound
               PERFORM ReadNextCustomer
               PERFORM LoadOneCustomer UNTIL CustomerMasterAtEnd
               CLOSE CustomerMasterFile
           END-IF.

       LoadOneCustomer.
           IF CustomerCount < CustomerMax
               ADD 1 TO CustomerCount
               MOVE CustomerId TO CstCustomerId(CustomerCount)
           END-IF
           PERFORM ReadNextCustomer.

       ReadNextCustomer.
           READ CustomerMasterFile
               AT END MOVE "10" TO CustomerMasterStatus
           END-READ.

      *>   CheckReferrer proves the referrer on a new member before
      *>   the new member's row is built (the read uses the same
      *>   record area). A member may not refer themselves - by
      *>   member number or, under another number, by the
      *>   same-person rule - and a referral inside one household
      *>   earns nothing - the household pays one bill, not two.
       CheckReferrer.
           MOVE "Y" TO ReferrerOkFlag
           MOVE SPACES TO ReferralReasonText
           IF MmtReferredBy = MmtMemberId
               MOVE "N" TO ReferrerOkFlag
               MOVE "Member cannot refer themselves"
                   TO ReferralReasonText
           ELSE
               MOVE MmtReferredBy TO MmbMemberId
               READ MemberMasterFile
                   INVALID KEY
                       MOVE "N" TO ReferrerOkFlag
                       MOVE "Referrer not on member master"
                           TO ReferralReasonText
                   NOT INVALID KEY
                       PERFORM TestSamePerson
                       EVALUATE TRUE
                           WHEN NOT MmbActive
                               MOVE "N" TO ReferrerOkFlag
                               MOVE "Referrer membership not active"
                                   TO ReferralReasonText
                           WHEN SamePerson
                               MOVE "N" TO ReferrerOkFlag
                               MOVE "Referrer is the same person"
                                   TO ReferralReasonText
                           WHEN MmtHouseholdId NUMERIC
                            AND MmtHouseholdId > ZERO
                            AND MmtHouseholdId = MmbHouseholdId
                               MOVE "N" TO ReferrerOkFlag
                               MOVE "Referrer in same household"
                                   TO ReferralReasonText
                       END-EVALUATE
               END-READ
           END-IF.

      *>   TestSamePerson applies the same-person rule to the new
      *>   member and the referrer just read: the same full date of
      *>   birth and the same name, as keyed or with its forename
      *>   and surname the other way round.
       TestSamePerson.
           MOVE "N" TO SamePersonFlag
           MOVE MmtMemberName TO NewMemberNameUpper
           INSPECT NewMemberNameUpper
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE MmbMemberName TO ReferrerNameUpper
           INSPECT ReferrerNameUpper
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE SPACES TO NameWordOne NameWordTwo
           UNSTRING ReferrerNameUpper DELIMITED BY ALL SPACE
               INTO NameWordOne NameWordTwo
           END-UNSTRING
           MOVE SPACES TO ReferrerNameTurned
           STRING NameWordTwo DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NameWordOne DELIMITED BY SPACE
               INTO ReferrerNameTurned
           END-STRING
           IF MmtDateOfBirth > ZERO
              AND MmtDateOfBirth = MmbDateOfBirth
              AND NewMemberNameUpper NOT = SPACES
              AND (NewMemberNameUpper = ReferrerNameUpper
                OR NewMemberNameUpper = ReferrerNameTurned)
               MOVE "Y" TO SamePersonFlag
           END-IF.

      *>   RecordReferral writes the new member's REFERRAL row. A
      *>   row already there (the member was added before, deleted
      *>   and keyed again) is left as it stands.
       RecordReferral.
           MOVE MmtMemberId TO RfrReferredId
           MOVE MmtReferredBy TO RfrReferrerId
           MOVE MmtCityCode TO RfrCityCode
           MOVE MmtJoinDate TO RfrJoinDate
           MOVE TodayYYYYMMDD TO RfrRecordedDate
           MOVE ZERO TO RfrBillsPaid
           MOVE ZERO TO RfrLastPaidPeriod
           MOVE ZERO TO RfrEarnedDate
           MOVE ZERO TO RfrCreditAmount
           MOVE ZERO TO RfrCreditApplied
           MOVE ZERO TO RfrCreditedMonth
           MOVE ZERO TO RfrCreditedYear
           IF ReferrerOk
               MOVE "P" TO RfrStatus
               MOVE SPACES TO RfrRefusalReason
           ELSE
               MOVE "X" TO RfrStatus
               MOVE ReferralReasonText TO RfrRefusalReason
           END-IF
           WRITE ReferralRec
               INVALID KEY
                   DISPLAY "MemberMaintenance - referral for "
                           MmtMemberId " already on file"
               NOT INVALID KEY
                   IF ReferrerOk
                       ADD 1 TO ReferralsRecorded
                   ELSE
                       ADD 1 TO ReferralsRefused
                   END-IF
           END-WRITE.

       CaptureBeforeImage.
           MOVE MmbMemberName TO MabMemberName
