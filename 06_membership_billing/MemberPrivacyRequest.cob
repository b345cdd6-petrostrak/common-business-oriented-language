       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberPrivacyRequest.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Works the membership office's personal data requests
      *>   (PRIVREQ) in one run instead of a clerk paging through
      *>   every inquiry screen:
      *>     - "A" access: every record held for the member - the
      *>       member master, contact details, mandate, arrears,
      *>       on-account money, communications log, member audit
      *>       trail and cash receipts - is gathered into one
      *>       printed disclosure pack on PRIVPACK;
      *>     - "E" erasure: the name, birth date, contact details
      *>       and bank details are anonymised wherever nothing
      *>       obliges us to keep them. A member still active, or
      *>       with an open arrears balance or on-account money
      *>       owed to them, keeps everything; bank details on a
      *>       mandate collected from inside the indemnity claim
      *>       window are kept until the window has passed.
      *>       An erased member is also marked on the master not
      *>       to be contacted again.
      *>       Financial records (cash receipts, the communications
      *>       log) carry only the member number, are kept under
      *>       statutory retention, and become anonymous with the
      *>       master record.
      *>   The PRIVREG register says, file by file, what was
      *>   anonymised and what was kept and why. The member audit
      *>   trail is rewritten to MEMBAUNW with erased members' names
      *>   and birth dates blanked and the erasure itself recorded;
      *>   the job swaps it in over MEMBAUD once the run ends
      *>   cleanly, the LogHousekeeping NEW-file discipline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrivacyRequestFile ASSIGN TO "PRIVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PrivacyRequestStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactStatus.
           SELECT MandateFile ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MndMemberId
               FILE STATUS IS MandateFileStatus.
           SELECT ArrearsFile ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ArrearsKey
               FILE STATUS IS ArrearsFileStatus.
           SELECT OnAccountFile ASSIGN TO "ONACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OacMemberId
               FILE STATUS IS OnAccountStatus.
           SELECT CommLogFile ASSIGN TO "COMMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLogStatus.
           SELECT MemberAuditFile ASSIGN TO "MEMBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberAuditStatus.
           SELECT CashReceiptsFile ASSIGN TO "CASHRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashReceiptsStatus.
           SELECT NewMemberAuditFile ASSIGN TO "MEMBAUNW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisclosurePack ASSIGN TO "PRIVPACK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PrivacyRegister ASSIGN TO "PRIVREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PrivacyRequestFile.
       COPY PRIVREQ.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ContactFile.
       COPY CONTACT.
       FD MandateFile.
       COPY DDMAND.
       FD ArrearsFile.
       COPY ARREARS.
       FD OnAccountFile.
       COPY ONACCT.
       FD CommLogFile.
       COPY COMMLOG.
       FD MemberAuditFile.
       COPY MEMBAUD.
       FD CashReceiptsFile.
       COPY CASHREC.
       FD NewMemberAuditFile.
       01 NewMemberAuditRec PIC X(133).
       FD DisclosurePack.
       01 DisclosurePackLine PIC X(72).
       FD PrivacyRegister.
       01 PrivacyRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TimeNow PIC 9(8) VALUE ZERO.
       01 PrivacyRequestStatus PIC XX VALUE "00".
           88 PrivacyRequestAtEnd VALUE "10".
           88 PrivacyRequestNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 ContactStatus PIC XX VALUE "00".
           88 ContactNotFound VALUE "35".
       01 ContactOpenFlag PIC X VALUE "N".
           88 ContactOpen VALUE "Y".
       01 MandateFileStatus PIC XX VALUE "00".
           88 MandateFileNotFound VALUE "35".
       01 MandateFileOpenFlag PIC X VALUE "N".
           88 MandateFileOpen VALUE "Y".
       01 ArrearsFileStatus PIC XX VALUE "00".
           88 ArrearsAtEnd VALUE "10".
           88 ArrearsNotFound VALUE "35".
       01 ArrearsOpenFlag PIC X VALUE "N".
           88 ArrearsOpen VALUE "Y".
       01 OnAccountStatus PIC XX VALUE "00".
           88 OnAccountNotFound VALUE "35".
       01 OnAccountOpenFlag PIC X VALUE "N".
           88 OnAccountOpen VALUE "Y".
       01 CommLogStatus PIC XX VALUE "00".
           88 CommLogAtEnd VALUE "10".
           88 CommLogNotFound VALUE "35".
       01 MemberAuditStatus PIC XX VALUE "00".
           88 MemberAuditAtEnd VALUE "10".
           88 MemberAuditNotFound VALUE "35".
       01 CashReceiptsStatus PIC XX VALUE "00".
           88 CashReceiptsAtEnd VALUE "10".
           88 CashReceiptsNotFound VALUE "35".
      *>   Indemnity claim window: a payer may claim back a direct
      *>   debit for this many months after it was taken, and the
      *>   mandate's bank details are our evidence against the
      *>   claim.
       01 MandateRetentionMonths PIC 9(3) VALUE 13.
       01 PeriodDate PIC 9(8) VALUE ZERO.
       01 PeriodDateParts REDEFINES PeriodDate.
           02 PeriodYear PIC 9(4).
           02 PeriodMonth PIC 9(2).
           02 PeriodDay PIC 9(2).
       01 CurrentPeriodIndex PIC 9(6) VALUE ZERO.
       01 ReceiptPeriodIndex PIC 9(6) VALUE ZERO.
       01 LatestPeriodIndex PIC 9(6) VALUE ZERO.
       01 LatestReceiptMonth PIC 9(2) VALUE ZERO.
       01 LatestReceiptYear PIC 9(4) VALUE ZERO.
      *>   Erasure decision for the member in hand.
       01 MemberFoundFlag PIC X VALUE "N".
           88 MemberFound VALUE "Y".
       01 KeepAllFlag PIC X VALUE "N".
           88 KeepAll VALUE "Y".
       01 KeepReason PIC X(36) VALUE SPACES.
       01 RecordHeldFlag PIC X VALUE "N".
           88 RecordHeld VALUE "Y".
       01 OpenArrearsTotal PIC 9(7)V99 VALUE ZERO.
       01 AnonymisedName PIC X(20) VALUE "ERASED MEMBER".
       01 PrivacyOperatorId PIC X(8) VALUE "PRIVACY".
      *>   Members erased this run, for the audit trail rewrite.
       01 ErasedMax PIC 9(4) COMP VALUE 500.
       01 ErasedCount PIC 9(4) COMP VALUE ZERO.
       01 ErasedIdx PIC 9(4) COMP VALUE ZERO.
       01 ErasedTable.
           02 ErasedEntry OCCURS 500 TIMES.
               03 ErsMemberId PIC 9(6).
               03 ErsImage PIC X(52).
       01 ErasedMatchFlag PIC X VALUE "N".
           88 ErasedMatch VALUE "Y".
       01 AuditMemberId PIC 9(6) VALUE ZERO.
       01 ErasedImage.
           02 EriMemberName PIC X(20).
           02 EriCityCode PIC 9(3).
           02 EriMemberType PIC X.
           02 EriDateOfBirth PIC 9(8).
           02 EriJoinDate PIC 9(8).
           02 EriStatus PIC X.
           02 EriDiscountCode PIC X(4).
           02 EriHouseholdId PIC 9(6).
           02 EriHouseholdPayer PIC X.
       01 ErasureAuditEntry.
           02 EraMemberId PIC 9(6).
           02 EraTranCode PIC X.
           02 EraOperatorId PIC X(8).
           02 EraTimestamp.
               03 EraDate PIC 9(8).
               03 EraTime PIC 9(6).
           02 EraBeforeImage.
               03 EraBeforeName PIC X(20).
               03 EraBeforeRest PIC X(32).
           02 EraAfterImage PIC X(52).
      *>   Pack contents for the member in hand.
       01 PackItemCount PIC 9(5) COMP VALUE ZERO.
       01 PackItemsEdited PIC ZZZZ9.
       01 PackSectionTitle PIC X(40) VALUE SPACES.
       01 RequestsRead PIC 9(7) COMP VALUE ZERO.
       01 PacksProduced PIC 9(7) COMP VALUE ZERO.
       01 ErasuresApplied PIC 9(7) COMP VALUE ZERO.
       01 ErasuresKept PIC 9(7) COMP VALUE ZERO.
       01 RequestsRefused PIC 9(7) COMP VALUE ZERO.
       01 AuditRecordsCopied PIC 9(7) COMP VALUE ZERO.
       01 AuditRecordsBlanked PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberPrivacyRequest".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(36)
               VALUE "PERSONAL DATA REQUESTS - RUN DATE ".
           02 RghDate PIC 9(8).
       01 RegisterColumns PIC X(64) VALUE
           "MEMBER T REFERENCE  FILE     ACTION     REASON".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdRequestType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdReference PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdFileName PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAction PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdReason PIC X(32).
       01 RegisterTotalLine.
           02 RgtLabel PIC X(32).
           02 RgtCount PIC ZZZZZZ9.
       01 PackHeading.
           02 FILLER PIC X(34)
               VALUE "PERSONAL DATA HELD - MEMBER ".
           02 PkhMemberId PIC 9(6).
           02 FILLER PIC X(6) VALUE "  REF ".
           02 PkhReference PIC X(10).
           02 FILLER PIC X(7) VALUE "  RUN ".
           02 PkhDate PIC 9(8).
       01 PackField.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkfLabel PIC X(20).
           02 PkfValue PIC X(50).
       01 PackCommLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkcDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkcDocType PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkcMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 PkcYear PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkcAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkcReference PIC X(10).
       01 PackAuditLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkaTimestamp PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkaTranCode PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkaOperatorId PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkaMemberName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PkaDateOfBirth PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PkaStatus PIC X(1).
       01 PackAmountLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkmMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 PkmYear PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkmAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PkmRemark PIC X(40).
       01 EditAmount PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           ACCEPT TimeNow FROM TIME
           MOVE TodayYYYYMMDD TO PeriodDate
           COMPUTE CurrentPeriodIndex = PeriodYear * 12 + PeriodMonth
           OPEN OUTPUT PrivacyRegister
           OPEN OUTPUT DisclosurePack
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO PrivacyRegisterLine
           WRITE PrivacyRegisterLine
           MOVE RegisterColumns TO PrivacyRegisterLine
           WRITE PrivacyRegisterLine
           OPEN INPUT PrivacyRequestFile
           IF PrivacyRequestNotFound
               MOVE "NO PERSONAL DATA REQUESTS THIS RUN"
                   TO PrivacyRegisterLine
               WRITE PrivacyRegisterLine
           ELSE
               PERFORM OpenMemberFiles
               PERFORM ReadNextRequest
               PERFORM ProcessOneRequest UNTIL PrivacyRequestAtEnd
               CLOSE PrivacyRequestFile
               PERFORM CloseMemberFiles
           END-IF
           PERFORM RewriteMemberAudit
           PERFORM PrintRegisterTotals
           CLOSE PrivacyRegister
           CLOSE DisclosurePack
           MOVE RequestsRead TO ReadForReport
           COMPUTE WrittenForReport = PacksProduced + ErasuresApplied
           MOVE RequestsRefused TO RejectedForReport
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF RequestsRefused > ZERO
               MOVE 3223 TO ExceptionNumber
               MOVE "W" TO ExceptionSeverity
               MOVE "Personal data requests refused - see PRIVREG"
                   TO ExceptionText
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE ExceptionReturnCode TO RETURN-CODE
           END-IF
           STOP RUN.

      *>   OpenMemberFiles opens the masters a request may read or
      *>   anonymise. Only the member master is required; a master
      *>   not yet on file simply holds nothing for anyone.
       OpenMemberFiles.
           OPEN I-O MemberMasterFile
           MOVE "Y" TO ContactOpenFlag
           OPEN I-O ContactFile
           IF ContactNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           MOVE "Y" TO MandateFileOpenFlag
           OPEN I-O MandateFile
           IF MandateFileNotFound
               MOVE "N" TO MandateFileOpenFlag
           END-IF
           MOVE "Y" TO ArrearsOpenFlag
           OPEN INPUT ArrearsFile
           IF ArrearsNotFound
               MOVE "N" TO ArrearsOpenFlag
           END-IF
           MOVE "Y" TO OnAccountOpenFlag
           OPEN INPUT OnAccountFile
           IF OnAccountNotFound
               MOVE "N" TO OnAccountOpenFlag
           END-IF.

       CloseMemberFiles.
           CLOSE MemberMasterFile
           IF ContactOpen
               CLOSE ContactFile
           END-IF
           IF MandateFileOpen
               CLOSE MandateFile
           END-IF
           IF ArrearsOpen
               CLOSE ArrearsFile
           END-IF
           IF OnAccountOpen
               CLOSE OnAccountFile
           END-IF.

       ProcessOneRequest.
           ADD 1 TO RequestsRead
           MOVE PrvMemberId TO RgdMemberId
           MOVE PrvRequestType TO RgdRequestType
           MOVE PrvReference TO RgdReference
           MOVE "N" TO MemberFoundFlag
           MOVE PrvMemberId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MemberFoundFlag
           END-READ
           EVALUATE TRUE
               WHEN NOT MemberFound
                   MOVE "MEMBMAST" TO RgdFileName
                   MOVE "REFUSED" TO RgdAction
                   MOVE "MEMBER NOT ON FILE" TO RgdReason
                   PERFORM RefuseRequest
               WHEN PrvAccessRequest
                   PERFORM ProduceDisclosurePack
               WHEN PrvErasureRequest
                   PERFORM ApplyErasureRequest
               WHEN OTHER
                   MOVE SPACES TO RgdFileName
                   MOVE "REFUSED" TO RgdAction
                   MOVE "UNKNOWN REQUEST TYPE" TO RgdReason
                   PERFORM RefuseRequest
           END-EVALUATE
           PERFORM ReadNextRequest.

       RefuseRequest.
           ADD 1 TO RequestsRefused
           PERFORM WriteRegisterDetail.

      *>   Access requests.
      *>   ProduceDisclosurePack prints everything held for the
      *>   member, one section per file, starting a fresh page.
       ProduceDisclosurePack.
           MOVE ZERO TO PackItemCount
           MOVE PrvMemberId TO PkhMemberId
           MOVE PrvReference TO PkhReference
           MOVE TodayYYYYMMDD TO PkhDate
           MOVE SPACES TO DisclosurePackLine
           WRITE DisclosurePackLine
           WRITE DisclosurePackLine
           MOVE PackHeading TO DisclosurePackLine
           WRITE DisclosurePackLine
           PERFORM PackMemberMaster
           PERFORM PackContact
           PERFORM PackMandate
           PERFORM PackArrears
           PERFORM PackOnAccount
           PERFORM PackCommLog
           PERFORM PackMemberAudit
           PERFORM PackCashReceipts
           ADD 1 TO PacksProduced
           MOVE "PRIVPACK" TO RgdFileName
           MOVE "PRINTED" TO RgdAction
           MOVE SPACES TO RgdReason
           MOVE PackItemCount TO PackItemsEdited
           STRING "DISCLOSURE PACK, " DELIMITED BY SIZE
                   PackItemsEdited DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
               INTO RgdReason
           END-STRING
           PERFORM WriteRegisterDetail.

       PackMemberMaster.
           MOVE "MEMBER MASTER (MEMBMAST)" TO PackSectionTitle
           PERFORM WritePackSection
           ADD 1 TO PackItemCount
           MOVE "Name" TO PkfLabel
           MOVE MmbMemberName TO PkfValue
           PERFORM WritePackField
           MOVE "Date of birth" TO PkfLabel
           MOVE MmbDateOfBirth TO PkfValue
           PERFORM WritePackField
           MOVE "Joined" TO PkfLabel
           MOVE MmbJoinDate TO PkfValue
           PERFORM WritePackField
           MOVE "Member type" TO PkfLabel
           MOVE MmbMemberType TO PkfValue
           PERFORM WritePackField
           MOVE "Status" TO PkfLabel
           MOVE MmbStatus TO PkfValue
           PERFORM WritePackField
           MOVE "Branch city code" TO PkfLabel
           MOVE MmbCityCode TO PkfValue
           PERFORM WritePackField
           MOVE "Discount code" TO PkfLabel
           MOVE MmbDiscountCode TO PkfValue
           PERFORM WritePackField
           MOVE "Household" TO PkfLabel
           MOVE MmbHouseholdId TO PkfValue
           PERFORM WritePackField
           MOVE "Renewed through" TO PkfLabel
           MOVE MmbRenewedThrough TO PkfValue
           PERFORM WritePackField
           MOVE "Freeze from" TO PkfLabel
           MOVE MmbFreezeFrom TO PkfValue
           PERFORM WritePackField
           MOVE "Freeze to" TO PkfLabel
           MOVE MmbFreezeTo TO PkfValue
           PERFORM WritePackField.

       PackContact.
           MOVE "CONTACT DETAILS (CONTACT)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           IF ContactOpen
               MOVE "M" TO CttPersonType
               MOVE PrvMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RecordHeldFlag
               END-READ
           END-IF
           IF RecordHeld
               ADD 1 TO PackItemCount
               MOVE "Address" TO PkfLabel
               MOVE CttAddressLine1 TO PkfValue
               PERFORM WritePackField
               MOVE SPACES TO PkfLabel
               MOVE CttAddressLine2 TO PkfValue
               PERFORM WritePackField
               MOVE "Postal code" TO PkfLabel
               MOVE CttPostalCode TO PkfValue
               PERFORM WritePackField
               MOVE "Phone" TO PkfLabel
               MOVE CttPhone TO PkfValue
               PERFORM WritePackField
               MOVE "Email" TO PkfLabel
               MOVE CttEmail TO PkfValue
               PERFORM WritePackField
               MOVE "Letters sent by" TO PkfLabel
               EVALUATE TRUE
                   WHEN CttByEmail
                       MOVE "EMAIL" TO PkfValue
                   WHEN CttBySms
                       MOVE "TEXT MESSAGE" TO PkfValue
                   WHEN OTHER
                       MOVE "POST" TO PkfValue
               END-EVALUATE
               PERFORM WritePackField
           ELSE
               PERFORM WritePackNoneHeld
           END-IF.

       PackMandate.
           MOVE "DIRECT DEBIT MANDATE (DDMAND)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           IF MandateFileOpen
               MOVE PrvMemberId TO MndMemberId
               READ MandateFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RecordHeldFlag
               END-READ
           END-IF
           IF RecordHeld
               ADD 1 TO PackItemCount
               MOVE "Sort code" TO PkfLabel
               MOVE MndBankSortCode TO PkfValue
               PERFORM WritePackField
               MOVE "Account number" TO PkfLabel
               MOVE MndBankAccount TO PkfValue
               PERFORM WritePackField
               MOVE "Signed" TO PkfLabel
               MOVE MndSignedDate TO PkfValue
               PERFORM WritePackField
               MOVE "Status" TO PkfLabel
               MOVE MndStatus TO PkfValue
               PERFORM WritePackField
           ELSE
               PERFORM WritePackNoneHeld
           END-IF.

       PackArrears.
           MOVE "UNPAID PERIODS (ARREARS)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           IF ArrearsOpen
               PERFORM StartMemberArrears
               PERFORM PackOneArrearsRow
                   UNTIL ArrearsAtEnd OR ArrMemberId NOT = PrvMemberId
               MOVE "00" TO ArrearsFileStatus
           END-IF
           IF NOT RecordHeld
               PERFORM WritePackNoneHeld
           END-IF.

       PackOneArrearsRow.
           MOVE "Y" TO RecordHeldFlag
           ADD 1 TO PackItemCount
           MOVE ArrBillMonth TO PkmMonth
           MOVE ArrBillYear TO PkmYear
           MOVE ArrBalance TO PkmAmount
           MOVE SPACES TO PkmRemark
           IF ArrAgencyCode NOT = SPACES
               STRING "PLACED WITH AGENCY " DELIMITED BY SIZE
                       ArrAgencyCode DELIMITED BY SIZE
                   INTO PkmRemark
               END-STRING
           END-IF
           MOVE PackAmountLine TO DisclosurePackLine
           WRITE DisclosurePackLine
           PERFORM ReadNextArrears.

       PackOnAccount.
           MOVE "MONEY HELD ON ACCOUNT (ONACCT)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           IF OnAccountOpen
               MOVE PrvMemberId TO OacMemberId
               READ OnAccountFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RecordHeldFlag
               END-READ
           END-IF
           IF RecordHeld
               ADD 1 TO PackItemCount
               MOVE OacBalance TO EditAmount
               MOVE "Balance" TO PkfLabel
               MOVE EditAmount TO PkfValue
               PERFORM WritePackField
               MOVE "Last movement" TO PkfLabel
               MOVE OacLastMovement TO PkfValue
               PERFORM WritePackField
           ELSE
               PERFORM WritePackNoneHeld
           END-IF.

       PackCommLog.
           MOVE "LETTERS AND NOTICES (COMMLOG)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           MOVE "00" TO CommLogStatus
           OPEN INPUT CommLogFile
           IF NOT CommLogNotFound
               PERFORM ReadNextCommLog
               PERFORM PackOneCommLog UNTIL CommLogAtEnd
               CLOSE CommLogFile
           END-IF
           IF NOT RecordHeld
               PERFORM WritePackNoneHeld
           END-IF.

       PackOneCommLog.
           IF ComMemberId = PrvMemberId
               MOVE "Y" TO RecordHeldFlag
               ADD 1 TO PackItemCount
               MOVE ComDate TO PkcDate
               MOVE ComDocType TO PkcDocType
               MOVE ComBillMonth TO PkcMonth
               MOVE ComBillYear TO PkcYear
               MOVE ComAmount TO PkcAmount
               MOVE ComReference TO PkcReference
               MOVE PackCommLine TO DisclosurePackLine
               WRITE DisclosurePackLine
           END-IF
           PERFORM ReadNextCommLog.

       PackMemberAudit.
           MOVE "CHANGES TO YOUR RECORD (MEMBAUD)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           MOVE "00" TO MemberAuditStatus
           OPEN INPUT MemberAuditFile
           IF NOT MemberAuditNotFound
               PERFORM ReadNextMemberAudit
               PERFORM PackOneMemberAudit UNTIL MemberAuditAtEnd
               CLOSE MemberAuditFile
           END-IF
           IF NOT RecordHeld
               PERFORM WritePackNoneHeld
           END-IF.

       PackOneMemberAudit.
           IF MauMemberId = PrvMemberId
               MOVE "Y" TO RecordHeldFlag
               ADD 1 TO PackItemCount
               MOVE MauTimestamp TO PkaTimestamp
               MOVE MauTranCode TO PkaTranCode
               MOVE MauOperatorId TO PkaOperatorId
               MOVE MaaMemberName TO PkaMemberName
               MOVE MaaDateOfBirth TO PkaDateOfBirth
               MOVE MaaStatus TO PkaStatus
               MOVE PackAuditLine TO DisclosurePackLine
               WRITE DisclosurePackLine
           END-IF
           PERFORM ReadNextMemberAudit.

       PackCashReceipts.
           MOVE "PAYMENTS RECEIVED (CASHRECV)" TO PackSectionTitle
           PERFORM WritePackSection
           MOVE "N" TO RecordHeldFlag
           MOVE "00" TO CashReceiptsStatus
           OPEN INPUT CashReceiptsFile
           IF NOT CashReceiptsNotFound
               PERFORM ReadNextCashReceipt
               PERFORM PackOneCashReceipt UNTIL CashReceiptsAtEnd
               CLOSE CashReceiptsFile
           END-IF
           IF NOT RecordHeld
               PERFORM WritePackNoneHeld
           END-IF.

       PackOneCashReceipt.
           IF CashMemberId = PrvMemberId
               MOVE "Y" TO RecordHeldFlag
               ADD 1 TO PackItemCount
               MOVE CashBillMonth TO PkmMonth
               MOVE CashBillYear TO PkmYear
               MOVE CashAmountReceived TO PkmAmount
               MOVE SPACES TO PkmRemark
               MOVE PackAmountLine TO DisclosurePackLine
               WRITE DisclosurePackLine
           END-IF
           PERFORM ReadNextCashReceipt.

       WritePackSection.
           MOVE SPACES TO DisclosurePackLine
           WRITE DisclosurePackLine
           MOVE PackSectionTitle TO DisclosurePackLine
           WRITE DisclosurePackLine.

       WritePackField.
           MOVE PackField TO DisclosurePackLine
           WRITE DisclosurePackLine.

       WritePackNoneHeld.
           MOVE "  NONE HELD" TO DisclosurePackLine
           WRITE DisclosurePackLine.

      *>   Erasure requests.
      *>   ApplyErasureRequest decides first whether anything obliges
      *>   us to keep the member's identity; if so every personal
      *>   field stays and the register says why, otherwise each
      *>   file is anonymised in turn.
       ApplyErasureRequest.
           MOVE "N" TO KeepAllFlag
           MOVE SPACES TO KeepReason
           IF MmbActive
               MOVE "Y" TO KeepAllFlag
               MOVE "MEMBERSHIP STILL ACTIVE" TO KeepReason
           END-IF
           IF NOT KeepAll
               PERFORM TotalOpenArrears
               IF OpenArrearsTotal > ZERO
                   MOVE "Y" TO KeepAllFlag
                   MOVE "OPEN ARREARS BALANCE" TO KeepReason
               END-IF
           END-IF
           IF NOT KeepAll AND OnAccountOpen
               MOVE PrvMemberId TO OacMemberId
               READ OnAccountFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OacBalance > ZERO
                           MOVE "Y" TO KeepAllFlag
                           MOVE "ON-ACCOUNT MONEY OWED TO MEMBER"
                               TO KeepReason
                       END-IF
               END-READ
           END-IF
           IF KeepAll
               PERFORM KeepWholeMember
           ELSE
               PERFORM EraseMemberMaster
               PERFORM EraseContact
               PERFORM EraseMandate
               PERFORM ReportRetainedHistory
               ADD 1 TO ErasuresApplied
           END-IF.

       TotalOpenArrears.
           MOVE ZERO TO OpenArrearsTotal
           IF ArrearsOpen
               PERFORM StartMemberArrears
               PERFORM AddOneArrearsRow
                   UNTIL ArrearsAtEnd OR ArrMemberId NOT = PrvMemberId
               MOVE "00" TO ArrearsFileStatus
           END-IF.

       AddOneArrearsRow.
           ADD ArrBalance TO OpenArrearsTotal
           PERFORM ReadNextArrears.

       KeepWholeMember.
           ADD 1 TO ErasuresKept
           MOVE "KEPT" TO RgdAction
           MOVE KeepReason TO RgdReason
           MOVE "MEMBMAST" TO RgdFileName
           PERFORM WriteRegisterDetail
           MOVE "CONTACT" TO RgdFileName
           PERFORM WriteRegisterDetail
           MOVE "DDMAND" TO RgdFileName
           PERFORM WriteRegisterDetail.

      *>   EraseMemberMaster keeps the member number, type, dates
      *>   and status the financial history hangs off; the name and
      *>   birth date go. The audit image is kept for the trail
      *>   rewrite at the end of the run.
       EraseMemberMaster.
           MOVE AnonymisedName TO MmbMemberName
           MOVE ZERO TO MmbDateOfBirth
           MOVE "Y" TO MmbNoContact
           REWRITE MemberMasterRec
           MOVE "MEMBMAST" TO RgdFileName
           MOVE "ANONYMISED" TO RgdAction
           MOVE "NAME AND BIRTH DATE" TO RgdReason
           PERFORM WriteRegisterDetail
           IF ErasedCount < ErasedMax
               ADD 1 TO ErasedCount
               MOVE MmbMemberId TO ErsMemberId(ErasedCount)
               MOVE MmbMemberName TO EriMemberName
               MOVE MmbCityCode TO EriCityCode
               MOVE MmbMemberType TO EriMemberType
               MOVE MmbDateOfBirth TO EriDateOfBirth
               MOVE MmbJoinDate TO EriJoinDate
               MOVE MmbStatus TO EriStatus
               MOVE MmbDiscountCode TO EriDiscountCode
               MOVE MmbHouseholdId TO EriHouseholdId
               MOVE MmbHouseholdPayer TO EriHouseholdPayer
               MOVE ErasedImage TO ErsImage(ErasedCount)
           ELSE
               MOVE "MEMBAUD" TO RgdFileName
               MOVE "KEPT" TO RgdAction
               MOVE "TOO MANY ERASURES - RERUN" TO RgdReason
               PERFORM WriteRegisterDetail
           END-IF.

       EraseContact.
           MOVE "CONTACT" TO RgdFileName
           MOVE "N" TO RecordHeldFlag
           IF ContactOpen
               MOVE "M" TO CttPersonType
               MOVE PrvMemberId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RecordHeldFlag
               END-READ
           END-IF
           IF RecordHeld
               DELETE ContactFile
               MOVE "DELETED" TO RgdAction
               MOVE "ADDRESS, PHONE AND EMAIL" TO RgdReason
           ELSE
               MOVE "NONE HELD" TO RgdAction
               MOVE SPACES TO RgdReason
           END-IF
           PERFORM WriteRegisterDetail.

      *>   EraseMandate blanks the bank details unless the member
      *>   paid for a period inside the indemnity claim window, in
      *>   which case the details are kept until it has passed.
       EraseMandate.
           MOVE "DDMAND" TO RgdFileName
           MOVE "N" TO RecordHeldFlag
           IF MandateFileOpen
               MOVE PrvMemberId TO MndMemberId
               READ MandateFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RecordHeldFlag
               END-READ
           END-IF
           IF NOT RecordHeld
               MOVE "NONE HELD" TO RgdAction
               MOVE SPACES TO RgdReason
           ELSE
               PERFORM FindLatestReceipt
               IF LatestPeriodIndex > ZERO
                  AND LatestPeriodIndex + MandateRetentionMonths
                      > CurrentPeriodIndex
                   MOVE "KEPT" TO RgdAction
                   MOVE SPACES TO RgdReason
                   STRING "INDEMNITY WINDOW, PAID "
                           DELIMITED BY SIZE
                           LatestReceiptMonth DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           LatestReceiptYear DELIMITED BY SIZE
                       INTO RgdReason
                   END-STRING
               ELSE
                   MOVE ZERO TO MndBankSortCode
                   MOVE ZERO TO MndBankAccount
                   MOVE "C" TO MndStatus
                   REWRITE MandateRec
                   MOVE "ANONYMISED" TO RgdAction
                   MOVE "SORT CODE AND ACCOUNT NUMBER" TO RgdReason
               END-IF
           END-IF
           PERFORM WriteRegisterDetail.

       FindLatestReceipt.
           MOVE ZERO TO LatestPeriodIndex
           MOVE ZERO TO LatestReceiptMonth
           MOVE ZERO TO LatestReceiptYear
           MOVE "00" TO CashReceiptsStatus
           OPEN INPUT CashReceiptsFile
           IF NOT CashReceiptsNotFound
               PERFORM ReadNextCashReceipt
               PERFORM CheckOneReceiptPeriod UNTIL CashReceiptsAtEnd
               CLOSE CashReceiptsFile
           END-IF.

       CheckOneReceiptPeriod.
           IF CashMemberId = PrvMemberId
               COMPUTE ReceiptPeriodIndex = CashBillYear * 12
                       + CashBillMonth
               IF ReceiptPeriodIndex > LatestPeriodIndex
                   MOVE ReceiptPeriodIndex TO LatestPeriodIndex
                   MOVE CashBillMonth TO LatestReceiptMonth
                   MOVE CashBillYear TO LatestReceiptYear
               END-IF
           END-IF
           PERFORM ReadNextCashReceipt.

       ReportRetainedHistory.
           MOVE "KEPT" TO RgdAction
           MOVE "COMMLOG" TO RgdFileName
           MOVE "NUMBER ONLY - STATUTORY RECORD" TO RgdReason
           PERFORM WriteRegisterDetail
           MOVE "CASHRECV" TO RgdFileName
           PERFORM WriteRegisterDetail
           MOVE "MEMBAUD" TO RgdFileName
           MOVE "BLANKED" TO RgdAction
           MOVE "NAME AND BIRTH DATE ON MEMBAUNW" TO RgdReason
           PERFORM WriteRegisterDetail.

      *>   Member audit trail rewrite.
      *>   RewriteMemberAudit copies the trail to MEMBAUNW, blanking
      *>   the name and birth date in every image of an erased
      *>   member, then appends one "E" entry per erasure so the
      *>   trail still shows that, when and by whom it was done.
       RewriteMemberAudit.
           OPEN OUTPUT NewMemberAuditFile
           MOVE "00" TO MemberAuditStatus
           OPEN INPUT MemberAuditFile
           IF NOT MemberAuditNotFound
               PERFORM ReadNextMemberAudit
               PERFORM CopyOneMemberAudit UNTIL MemberAuditAtEnd
               CLOSE MemberAuditFile
           END-IF
           PERFORM WriteErasureAudit
               VARYING ErasedIdx FROM 1 BY 1
               UNTIL ErasedIdx > ErasedCount
           CLOSE NewMemberAuditFile.

       CopyOneMemberAudit.
           ADD 1 TO AuditRecordsCopied
           MOVE MauMemberId TO AuditMemberId
           PERFORM FindErasedMember
           IF ErasedMatch
               IF MauBeforeImage NOT = SPACES
                   MOVE SPACES TO MabMemberName
                   MOVE ZERO TO MabDateOfBirth
               END-IF
               MOVE SPACES TO MaaMemberName
               MOVE ZERO TO MaaDateOfBirth
               ADD 1 TO AuditRecordsBlanked
           END-IF
           MOVE MemberAuditRec TO NewMemberAuditRec
           WRITE NewMemberAuditRec
           PERFORM ReadNextMemberAudit.

       FindErasedMember.
           MOVE "N" TO ErasedMatchFlag
           PERFORM MatchErasedMember
               VARYING ErasedIdx FROM 1 BY 1
               UNTIL ErasedIdx > ErasedCount OR ErasedMatch.

       MatchErasedMember.
           IF ErsMemberId(ErasedIdx) = AuditMemberId
               MOVE "Y" TO ErasedMatchFlag
           END-IF.

       WriteErasureAudit.
           MOVE ErsMemberId(ErasedIdx) TO EraMemberId
           MOVE "E" TO EraTranCode
           MOVE PrivacyOperatorId TO EraOperatorId
           MOVE TodayYYYYMMDD TO EraDate
           MOVE TimeNow(1:6) TO EraTime
           MOVE ErsImage(ErasedIdx) TO EraAfterImage
           MOVE EraAfterImage TO EraBeforeImage
           MOVE SPACES TO EraBeforeName
           WRITE NewMemberAuditRec FROM ErasureAuditEntry.

      *>   Shared reads and register.
       StartMemberArrears.
           MOVE PrvMemberId TO ArrMemberId
           MOVE ZERO TO ArrBillYear
           MOVE ZERO TO ArrBillMonth
           MOVE "00" TO ArrearsFileStatus
           START ArrearsFile KEY NOT LESS THAN ArrearsKey
               INVALID KEY MOVE "10" TO ArrearsFileStatus
           END-START
           IF NOT ArrearsAtEnd
               PERFORM ReadNextArrears
           END-IF.

       WriteRegisterDetail.
           MOVE RegisterDetail TO PrivacyRegisterLine
           WRITE PrivacyRegisterLine.

       PrintRegisterTotals.
           MOVE SPACES TO PrivacyRegisterLine
           WRITE PrivacyRegisterLine
           MOVE "REQUESTS READ" TO RgtLabel
           MOVE RequestsRead TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  DISCLOSURE PACKS PRINTED" TO RgtLabel
           MOVE PacksProduced TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  ERASURES APPLIED" TO RgtLabel
           MOVE ErasuresApplied TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  ERASURES KEPT BACK" TO RgtLabel
           MOVE ErasuresKept TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  REQUESTS REFUSED" TO RgtLabel
           MOVE RequestsRefused TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "AUDIT RECORDS COPIED" TO RgtLabel
           MOVE AuditRecordsCopied TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  OF WHICH BLANKED" TO RgtLabel
           MOVE AuditRecordsBlanked TO RgtCount
           PERFORM WriteRegisterTotal.

       WriteRegisterTotal.
           MOVE RegisterTotalLine TO PrivacyRegisterLine
           WRITE PrivacyRegisterLine.

       ReadNextRequest.
           READ PrivacyRequestFile
               AT END MOVE "10" TO PrivacyRequestStatus
           END-READ.

       ReadNextArrears.
           READ ArrearsFile NEXT RECORD
               AT END MOVE "10" TO ArrearsFileStatus
           END-READ.

       ReadNextCommLog.
           READ CommLogFile
               AT END MOVE "10" TO CommLogStatus
           END-READ.

       ReadNextMemberAudit.
           READ MemberAuditFile
               AT END MOVE "10" TO MemberAuditStatus
           END-READ.

       ReadNextCashReceipt.
           READ CashReceiptsFile
               AT END MOVE "10" TO CashReceiptsStatus
           END-READ.
