       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberAnnualStatement.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Year-end annual statement of membership fees paid, for
      *>   members claiming the fees back from an employer or
      *>   against tax. For the calendar year on ANSTPARM (the
      *>   year before this run's date when there is no card or it
      *>   is zero), the run totals, per member, the fees billed
      *>   (with the sales tax inside them), the discounts and
      *>   credits taken off, the refunds paid back and the cash
      *>   received. It takes the billed periods of the year off
      *>   MEMBFEE, the receipts for them off CASHRECV and the
      *>   released refunds for them off REFUNDOK. The year-end job
      *>   points MEMBFEE at the year's billing that NIGHTLY01
      *>   gathers night by night; CASHRECV and REFUNDOK are the
      *>   cumulative files, sifted here by billed year.
      *>   Members of a household with a payer flagged on MEMBMAST
      *>   roll up onto the payer's statement, which lists each
      *>   member's fees under the household total - the
      *>   HouseholdBillingRollup rule. A household with no payer
      *>   gets a statement per member. Corporate billing accounts
      *>   are the employer's invoice, not a member's payment, and
      *>   are left out.
      *>   Every statement goes to the print bureau on the BUREAU
      *>   interface (addressing record, lines, trailer with
      *>   document and page counts), and each is logged on COMMLOG
      *>   as an ANNSTMT for the year with the net paid. A member
      *>   whose CONTACT delivery preference is email or text
      *>   message, with the address to send to, gets the
      *>   statement on the NOTIFOUT file for the messaging
      *>   provider instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFeeFile ASSIGN TO "MEMBFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MemberFeeStatus.
           SELECT CashReceiptsFile ASSIGN TO "CASHRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CashReceiptsStatus.
           SELECT ApprovedRefundFile ASSIGN TO "REFUNDOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApprovedRefundStatus.
           SELECT AnnualParmFile ASSIGN TO "ANSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AnnualParmStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT BureauFile ASSIGN TO "ANNBUR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CommLogFile ASSIGN TO "COMMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLogStatus.
           SELECT NotifyFile ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotifyFileStatus.
           SELECT AnnualSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD MemberFeeFile.
       COPY MEMFEE.
       FD CashReceiptsFile.
       COPY CASHREC.
       FD ApprovedRefundFile.
       COPY REFUND.
       FD AnnualParmFile.
       01 AnnualParmRec.
           02 AnpStatementYear PIC 9(4).
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ContactFile.
       COPY CONTACT.
       FD BureauFile.
       COPY BUREAU.
       FD CommLogFile.
       COPY COMMLOG.
       FD NotifyFile.
       COPY NOTIFY.
       SD AnnualSortFile.
       01 AnnualSortRec.
           02 SrtHolderId PIC 9(6).
           02 SrtMemberId PIC 9(6).
           02 SrtBilled PIC 9(5)V99.
           02 SrtTax PIC 9(5)V99.
           02 SrtDiscount PIC 9(5)V99.
           02 SrtRefund PIC 9(5)V99.
           02 SrtCash PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TodayYear PIC 9(4) VALUE ZERO.
       01 MemberFeeStatus PIC XX VALUE "00".
           88 MemberFeeAtEnd VALUE "10".
           88 MemberFeeNotFound VALUE "35".
       01 CashReceiptsStatus PIC XX VALUE "00".
           88 CashReceiptsAtEnd VALUE "10".
           88 CashReceiptsNotFound VALUE "35".
       01 ApprovedRefundStatus PIC XX VALUE "00".
           88 ApprovedRefundAtEnd VALUE "10".
           88 ApprovedRefundNotFound VALUE "35".
       01 AnnualParmStatus PIC XX VALUE "00".
           88 AnnualParmNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberMasterAtEnd VALUE "10".
       01 ContactFileStatus PIC XX VALUE "00".
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
       01 CommLogStatus PIC XX VALUE "00".
           88 CommLogNotFound VALUE "35".
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 StatementYear PIC 9(4) VALUE ZERO.
       01 CorporateAccountFloor PIC 9(6) VALUE 900000.
      *>   Household payers off the member master.
       01 PayerMax PIC 9(4) VALUE 2000.
       01 PayerCount PIC 9(4) VALUE ZERO.
       01 PayerTable.
           02 PayerEntry OCCURS 2000 TIMES.
               03 PytHouseholdId PIC 9(6).
               03 PytMemberId PIC 9(6).
       01 PayerIdx PIC 9(4) COMP VALUE ZERO.
       01 PayerFoundFlag PIC X VALUE "N".
           88 PayerFound VALUE "Y".
       01 LookupMemberId PIC 9(6) VALUE ZERO.
       01 HolderForRecord PIC 9(6) VALUE ZERO.
      *>   The statement in hand.
       01 HolderStartedFlag PIC X VALUE "N".
           88 HolderStarted VALUE "Y".
       01 CurrentHolderId PIC 9(6) VALUE ZERO.
       01 CurrentMemberId PIC 9(6) VALUE ZERO.
       01 MemberLinesHeld PIC 9(3) VALUE ZERO.
       01 HeldLineMax PIC 9(3) VALUE 20.
       01 HeldLineTable.
           02 HeldLineEntry OCCURS 20 TIMES.
               03 HldMemberId PIC 9(6).
               03 HldBilled PIC 9(7)V99.
       01 HeldIdx PIC 9(3) COMP VALUE ZERO.
       01 HolderTotals.
           02 HotBilled PIC 9(7)V99.
           02 HotTax PIC 9(7)V99.
           02 HotDiscount PIC 9(7)V99.
           02 HotRefund PIC 9(7)V99.
           02 HotCash PIC 9(7)V99.
       01 NetPaid PIC S9(7)V99 VALUE ZERO.
       01 StatementLine PIC X(80) VALUE SPACES.
       01 DocumentCount PIC 9(7) VALUE ZERO.
       01 PageCount PIC 9(7) VALUE ZERO.
       01 FeesRead PIC 9(7) COMP VALUE ZERO.
       01 ReceiptsRead PIC 9(7) COMP VALUE ZERO.
       01 RefundsRead PIC 9(7) COMP VALUE ZERO.
       01 CorporateSkipped PIC 9(7) COMP VALUE ZERO.
       01 GrandNetPaid PIC S9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberAnnualStmt".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 StatementHeading.
           02 FILLER PIC X(37) VALUE
               "ANNUAL STATEMENT OF MEMBERSHIP FEES -".
           02 FILLER PIC X(6) VALUE " YEAR ".
           02 SthYear PIC 9(4).
           02 FILLER PIC X(10) VALUE "  MEMBER  ".
           02 SthMemberId PIC 9(6).
       01 HouseholdHeading PIC X(40) VALUE
           "Household members included:".
       01 HouseholdMemberLine.
           02 FILLER PIC X(9) VALUE "  Member ".
           02 HmlMemberId PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 HmlMemberName PIC X(20).
           02 FILLER PIC X(9) VALUE "  billed ".
           02 HmlBilled PIC Z,ZZZ,ZZ9.99.
       01 AmountLine.
           02 AmlLabel PIC X(24).
           02 AmlAmount PIC -Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD(1:4) TO TodayYear
           PERFORM ReadAnnualParm
           PERFORM LoadHouseholdPayers
           MOVE "Y" TO ContactOpenFlag
           OPEN INPUT ContactFile
           IF ContactFileNotFound
               MOVE "N" TO ContactOpenFlag
           END-IF
           OPEN EXTEND NotifyFile
           IF NotifyFileNotFound
               OPEN OUTPUT NotifyFile
           END-IF
           OPEN EXTEND CommLogFile
           IF CommLogNotFound
               OPEN OUTPUT CommLogFile
           END-IF
           OPEN OUTPUT BureauFile
           SORT AnnualSortFile
               ON ASCENDING KEY SrtHolderId
                                SrtMemberId
               INPUT PROCEDURE IS ReleaseYearAmounts
               OUTPUT PROCEDURE IS WriteStatements
           PERFORM WriteBureauTrailer
           CLOSE BureauFile
           CLOSE CommLogFile
           CLOSE MemberMasterFile
           IF ContactFileOpen
               CLOSE ContactFile
           END-IF
           IF MessageCount > ZERO
               PERFORM WriteNotifyTrailer
           END-IF
           CLOSE NotifyFile
           DISPLAY "MemberAnnualStatement - year " StatementYear
                   " posted = " DocumentCount
                   " sent electronically = " MessageCount
           IF CorporateSkipped > ZERO
               DISPLAY "MemberAnnualStatement - " CorporateSkipped
                       " corporate account records left out"
           END-IF
           COMPUTE ReadForReport = FeesRead + ReceiptsRead
                                 + RefundsRead
           ADD DocumentCount MessageCount GIVING WrittenForReport
           MOVE CorporateSkipped TO RejectedForReport
           IF GrandNetPaid > ZERO
               MOVE GrandNetPaid TO BalancingTotal
           END-IF
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   ReadAnnualParm takes the statement year off ANSTPARM; no
      *>   card, or a zero or non-numeric year, means last year.
       ReadAnnualParm.
           COMPUTE StatementYear = TodayYear - 1
           OPEN INPUT AnnualParmFile
           IF NOT AnnualParmNotFound
               READ AnnualParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AnpStatementYear NUMERIC
                          AND AnpStatementYear > ZERO
                           MOVE AnpStatementYear TO StatementYear
                       END-IF
               END-READ
               CLOSE AnnualParmFile
           END-IF.

      *>   LoadHouseholdPayers walks the member master once for the
      *>   member who pays for each household, then leaves the
      *>   master open for the keyed reads that follow.
       LoadHouseholdPayers.
           OPEN INPUT MemberMasterFile
           PERFORM ReadNextMember
           PERFORM NoteOnePayer UNTIL MemberMasterAtEnd
           MOVE "00" TO MemberMasterStatus.

       NoteOnePayer.
           IF MmbHouseholdId > ZERO AND MmbIsHouseholdPayer
               IF PayerCount < PayerMax
                   ADD 1 TO PayerCount
                   MOVE MmbHouseholdId
                       TO PytHouseholdId(PayerCount)
                   MOVE MmbMemberId TO PytMemberId(PayerCount)
               END-IF
           END-IF
           PERFORM ReadNextMember.

      *>   ReleaseYearAmounts puts every amount for the statement
      *>   year into the sort under the member whose statement it
      *>   belongs on.
       ReleaseYearAmounts.
           OPEN INPUT MemberFeeFile
           IF NOT MemberFeeNotFound
               PERFORM ReadNextFee
               PERFORM ReleaseOneFee UNTIL MemberFeeAtEnd
               CLOSE MemberFeeFile
           END-IF
           OPEN INPUT CashReceiptsFile
           IF NOT CashReceiptsNotFound
               PERFORM ReadNextReceipt
               PERFORM ReleaseOneReceipt UNTIL CashReceiptsAtEnd
               CLOSE CashReceiptsFile
           END-IF
           OPEN INPUT ApprovedRefundFile
           IF NOT ApprovedRefundNotFound
               PERFORM ReadNextRefund
               PERFORM ReleaseOneRefund UNTIL ApprovedRefundAtEnd
               CLOSE ApprovedRefundFile
           END-IF.

       ReleaseOneFee.
           ADD 1 TO FeesRead
           IF FeeBillYear = StatementYear
               MOVE FeeMemberId TO LookupMemberId
               PERFORM FindStatementHolder
               IF HolderForRecord > ZERO
                   INITIALIZE AnnualSortRec
                   MOVE HolderForRecord TO SrtHolderId
                   MOVE FeeMemberId TO SrtMemberId
                   MOVE FeeTotalFees TO SrtBilled
                   MOVE FeeTaxAmount TO SrtTax
                   COMPUTE SrtDiscount = FeeDiscountAmount
                           + FeeLoyaltyCredit + FeeReferralCredit
                   RELEASE AnnualSortRec
               END-IF
           END-IF
           PERFORM ReadNextFee.

       ReleaseOneReceipt.
           ADD 1 TO ReceiptsRead
           IF CashBillYear = StatementYear
               MOVE CashMemberId TO LookupMemberId
               PERFORM FindStatementHolder
               IF HolderForRecord > ZERO
                   INITIALIZE AnnualSortRec
                   MOVE HolderForRecord TO SrtHolderId
                   MOVE CashMemberId TO SrtMemberId
                   MOVE CashAmountReceived TO SrtCash
                   RELEASE AnnualSortRec
               END-IF
           END-IF
           PERFORM ReadNextReceipt.

       ReleaseOneRefund.
           ADD 1 TO RefundsRead
           IF RfdBillYear = StatementYear
               MOVE RfdMemberId TO LookupMemberId
               PERFORM FindStatementHolder
               IF HolderForRecord > ZERO
                   INITIALIZE AnnualSortRec
                   MOVE HolderForRecord TO SrtHolderId
                   MOVE RfdMemberId TO SrtMemberId
                   MOVE RfdAmount TO SrtRefund
                   RELEASE AnnualSortRec
               END-IF
           END-IF
           PERFORM ReadNextRefund.

      *>   FindStatementHolder sets HolderForRecord to the member
      *>   whose statement LookupMemberId's amounts go on - the
      *>   household's payer where there is one, the member
      *>   otherwise - or zero for a corporate billing account.
       FindStatementHolder.
           MOVE LookupMemberId TO HolderForRecord
           IF LookupMemberId NOT < CorporateAccountFloor
               ADD 1 TO CorporateSkipped
               MOVE ZERO TO HolderForRecord
           ELSE
               MOVE LookupMemberId TO MmbMemberId
               READ MemberMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MmbHouseholdId > ZERO
                           PERFORM FindHouseholdPayer
                       END-IF
               END-READ
           END-IF.

       FindHouseholdPayer.
           MOVE "N" TO PayerFoundFlag
           PERFORM ScanOnePayer
               VARYING PayerIdx FROM 1 BY 1
               UNTIL PayerIdx > PayerCount OR PayerFound
           IF PayerFound
               SUBTRACT 1 FROM PayerIdx
               MOVE PytMemberId(PayerIdx) TO HolderForRecord
           END-IF.

       ScanOnePayer.
           IF PytHouseholdId(PayerIdx) = MmbHouseholdId
               MOVE "Y" TO PayerFoundFlag
           END-IF.

       WriteStatements.
           MOVE "N" TO HolderStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneAmount UNTIL SortReturnAtEnd
           IF HolderStarted
               PERFORM PrintAnnualStatement
           END-IF.

       ReturnOneAmount.
           RETURN AnnualSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM AddToStatement
           END-RETURN.

       AddToStatement.
           IF HolderStarted AND SrtHolderId NOT = CurrentHolderId
               PERFORM PrintAnnualStatement
           END-IF
           IF NOT HolderStarted
               MOVE "Y" TO HolderStartedFlag
               MOVE SrtHolderId TO CurrentHolderId
               MOVE ZERO TO CurrentMemberId
               MOVE ZERO TO MemberLinesHeld
               INITIALIZE HolderTotals
           END-IF
           IF SrtMemberId NOT = CurrentMemberId
               MOVE SrtMemberId TO CurrentMemberId
               IF MemberLinesHeld < HeldLineMax
                   ADD 1 TO MemberLinesHeld
                   MOVE SrtMemberId TO HldMemberId(MemberLinesHeld)
                   MOVE ZERO TO HldBilled(MemberLinesHeld)
               END-IF
           END-IF
           ADD SrtBilled TO HldBilled(MemberLinesHeld)
           ADD SrtBilled TO HotBilled
           ADD SrtTax TO HotTax
           ADD SrtDiscount TO HotDiscount
           ADD SrtRefund TO HotRefund
           ADD SrtCash TO HotCash.

      *>   PrintAnnualStatement writes one statement to the bureau.
      *>   A payer's statement lists every household member with
      *>   fees under it; a member paying alone just gets totals.
       PrintAnnualStatement.
           PERFORM ChooseDeliveryChannel
           IF DeliverElectronically
               PERFORM StartNotifyMessage
           ELSE
               PERFORM StartBureauDocument
           END-IF
           MOVE StatementYear TO SthYear
           MOVE CurrentHolderId TO SthMemberId
           MOVE StatementHeading TO StatementLine
           PERFORM WriteStatementOutput
           MOVE SPACES TO StatementLine
           PERFORM WriteStatementOutput
           IF MemberLinesHeld > 1
              OR HldMemberId(1) NOT = CurrentHolderId
               MOVE HouseholdHeading TO StatementLine
               PERFORM WriteStatementOutput
               PERFORM PrintHouseholdMember
                   VARYING HeldIdx FROM 1 BY 1
                   UNTIL HeldIdx > MemberLinesHeld
               MOVE SPACES TO StatementLine
               PERFORM WriteStatementOutput
           END-IF
           MOVE "Fees billed.........: " TO AmlLabel
           MOVE HotBilled TO AmlAmount
           PERFORM WriteAmountLine
           MOVE "  of which sales tax: " TO AmlLabel
           MOVE HotTax TO AmlAmount
           PERFORM WriteAmountLine
           MOVE "Discounts and credits: " TO AmlLabel
           MOVE HotDiscount TO AmlAmount
           PERFORM WriteAmountLine
           MOVE "Cash received.......: " TO AmlLabel
           MOVE HotCash TO AmlAmount
           PERFORM WriteAmountLine
           MOVE "Refunds paid back...: " TO AmlLabel
           MOVE HotRefund TO AmlAmount
           PERFORM WriteAmountLine
           COMPUTE NetPaid = HotCash - HotRefund
           ADD NetPaid TO GrandNetPaid
           MOVE "Net paid for year...: " TO AmlLabel
           MOVE NetPaid TO AmlAmount
           PERFORM WriteAmountLine
           MOVE CurrentHolderId TO ComMemberId
           MOVE TodayYYYYMMDD TO ComDate
           MOVE "ANNSTMT " TO ComDocType
           MOVE ZERO TO ComBillMonth
           MOVE StatementYear TO ComBillYear
           MOVE ZERO TO ComAmount
           IF NetPaid > ZERO
               MOVE NetPaid TO ComAmount
           END-IF
           PERFORM SetDeliveryReference
           WRITE CommLogRec
           MOVE "N" TO HolderStartedFlag.

       PrintHouseholdMember.
           MOVE HldMemberId(HeldIdx) TO HmlMemberId
           MOVE HldMemberId(HeldIdx) TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   MOVE "NAME NOT ON MASTER" TO HmlMemberName
               NOT INVALID KEY
                   MOVE MmbMemberName TO HmlMemberName
           END-READ
           MOVE HldBilled(HeldIdx) TO HmlBilled
           MOVE HouseholdMemberLine TO StatementLine
           PERFORM WriteStatementOutput.

       WriteAmountLine.
           MOVE AmountLine TO StatementLine
           PERFORM WriteStatementOutput.

      *>   StartBureauDocument opens the statement for the bureau
      *>   with the holder's name off the master and the postal
      *>   address off CONTACT, as MemberStatement does. A
      *>   statement is one page.
       StartBureauDocument.
           ADD 1 TO DocumentCount
           ADD 1 TO PageCount
           MOVE "A" TO BurRecordType
           MOVE SPACES TO BurDetail
           MOVE CurrentHolderId TO BurMemberId
           MOVE CurrentHolderId TO MmbMemberId
           READ MemberMasterFile
               INVALID KEY
                   MOVE "NAME NOT ON MASTER" TO BurName
               NOT INVALID KEY
                   MOVE MmbMemberName TO BurName
           END-READ
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE CurrentHolderId TO CttPersonId
               READ ContactFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CttAddressLine1 TO BurAddressLine1
                       MOVE CttAddressLine2 TO BurAddressLine2
                       MOVE CttPostalCode TO BurPostalCode
               END-READ
           END-IF
           WRITE BureauRec.

       WriteStatementOutput.
           IF DeliverElectronically
               MOVE "L" TO NtfRecordType
               MOVE SPACES TO NtfDetail
               MOVE CurrentHolderId TO NtfLineMemberId
               MOVE StatementLine TO NtfLineText
               WRITE NotifyRec
           ELSE
               MOVE "L" TO BurRecordType
               MOVE SPACES TO BurDetail
               MOVE CurrentHolderId TO BurLineMemberId
               MOVE StatementLine TO BurLineText
               WRITE BureauRec
           END-IF.

      *>   ChooseDeliveryChannel reads the member's CONTACT row for
      *>   how they want their letters. Email or text needs the
      *>   address to send to; without it, or with no contact
      *>   details at all, the letter goes by post.
       ChooseDeliveryChannel.
           MOVE "P" TO DeliveryChannel
           MOVE SPACES TO DeliveryAddress
           IF ContactFileOpen
               MOVE "M" TO CttPersonType
               MOVE CurrentHolderId TO CttPersonId
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
           MOVE CurrentHolderId TO NtfMemberId
           MOVE DeliveryChannel TO NtfChannel
           MOVE DeliveryAddress TO NtfAddress
           MOVE "ANNSTMT " TO NtfDocType
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

       WriteBureauTrailer.
           MOVE "T" TO BurRecordType
           MOVE SPACES TO BurDetail
           MOVE DocumentCount TO BurDocumentCount
           MOVE PageCount TO BurPageCount
           WRITE BureauRec.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextFee.
           READ MemberFeeFile
               AT END MOVE "10" TO MemberFeeStatus
           END-READ.

       ReadNextReceipt.
           READ CashReceiptsFile
               AT END MOVE "10" TO CashReceiptsStatus
           END-READ.

       ReadNextRefund.
           READ ApprovedRefundFile
               AT END MOVE "10" TO ApprovedRefundStatus
           END-READ.
