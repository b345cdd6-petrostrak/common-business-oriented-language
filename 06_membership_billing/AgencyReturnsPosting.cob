       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyReturnsPosting.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Posts the collection agency's returns file (AGYRETN)
      *>   against the debts AgencyPlacement gave it. The file is
      *>   proved first - header first, detail count and hash of
      *>   collected amounts against the trailer - and a file that
      *>   does not prove is rejected whole with RC=16, nothing
      *>   posted, the InboundFeedValidate rule. A proven file is
      *>   then applied return by return:
      *>     - "C" collected: the ARREARS row is paid down by the
      *>       gross collected (cleared when paid off), the agency
      *>       account on AGYACCT takes the collection and the
      *>       commission, and the collection is written to AGYCOLL
      *>       for GLJournalExtract to post cash net of commission;
      *>     - "U" closed uncollectable: the agency account closes,
      *>       the ARREARS row comes back in-house, and the period
      *>       goes on AGYWOFF for ArrearsWriteOff to raise as a
      *>       write-off proposal awaiting supervisor approval.
      *>   A return for a period not out with the agency, already
      *>   closed, collecting more than is owed, or claiming more
      *>   commission than it collected is refused onto the AGYRREG
      *>   register for the cash office, and the run ends RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgencyReturnFile ASSIGN TO "AGYRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AgencyReturnStatus.
           SELECT ArrearsFile ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ArrearsKey
               FILE STATUS IS ArrearsFileStatus.
           SELECT AgencyAccountFile ASSIGN TO "AGYACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AgencyAccountKey
               FILE STATUS IS AgencyAccountStatus.
           SELECT AgencyCollectionFile ASSIGN TO "AGYCOLL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AgencyWriteOffFile ASSIGN TO "AGYWOFF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReturnsRegister ASSIGN TO "AGYRREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AgencyReturnFile.
       COPY AGYRETN.
       FD ArrearsFile.
       COPY ARREARS.
       FD AgencyAccountFile.
       COPY AGYACCT.
       FD AgencyCollectionFile.
       COPY AGYCOLL.
       FD AgencyWriteOffFile.
       COPY AGYWOFF.
       FD ReturnsRegister.
       01 ReturnsRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AgencyReturnStatus PIC XX VALUE "00".
           88 AgencyReturnAtEnd VALUE "10".
           88 AgencyReturnNotFound VALUE "35".
       01 ArrearsFileStatus PIC XX VALUE "00".
       01 AgencyAccountStatus PIC XX VALUE "00".
      *>   File proof.
       01 ReturningAgencyCode PIC X(4) VALUE SPACES.
       01 ReturnFileDate PIC 9(8) VALUE ZERO.
       01 HeaderSeenFlag PIC X VALUE "N".
           88 HeaderSeen VALUE "Y".
       01 TrailerSeenFlag PIC X VALUE "N".
           88 TrailerSeen VALUE "Y".
       01 FileProvenFlag PIC X VALUE "Y".
           88 FileProven VALUE "Y".
       01 ProofFailureText PIC X(40) VALUE SPACES.
       01 ProofRecordCount PIC 9(7) VALUE ZERO.
       01 ProofHashTotal PIC 9(11)V99 VALUE ZERO.
       01 TrailerRecordCount PIC 9(7) VALUE ZERO.
       01 TrailerHashTotal PIC 9(11)V99 VALUE ZERO.
      *>   Posting.
       01 ReturnOkFlag PIC X VALUE "Y".
           88 ReturnOk VALUE "Y".
       01 ArrearsRowFoundFlag PIC X VALUE "N".
           88 ArrearsRowFound VALUE "Y".
       01 RefusalText PIC X(30) VALUE SPACES.
       01 ReturnsRead PIC 9(7) COMP VALUE ZERO.
       01 ReturnsApplied PIC 9(7) COMP VALUE ZERO.
       01 ReturnsRefused PIC 9(7) COMP VALUE ZERO.
       01 CollectionsPosted PIC 9(7) COMP VALUE ZERO.
       01 AccountsClosedPaid PIC 9(7) COMP VALUE ZERO.
       01 AccountsUncollectable PIC 9(7) COMP VALUE ZERO.
       01 CollectedTotal PIC 9(9)V99 VALUE ZERO.
       01 CommissionTotal PIC 9(9)V99 VALUE ZERO.
       01 UncollectableTotal PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "AgencyReturns".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(28) VALUE "AGENCY RETURNS POSTED - RUN ".
           02 RghDate PIC 9(8).
           02 FILLER PIC X(9) VALUE "  AGENCY ".
           02 RghAgencyCode PIC X(4).
           02 FILLER PIC X(12) VALUE "  FILE DATE ".
           02 RghFileDate PIC 9(8).
       01 RegisterColumns PIC X(64) VALUE
           "MEMBER  PERIOD  T  COLLECTED COMMISSION  ACTION".
       01 RegisterDetail.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdMonth PIC 9(2).
           02 FILLER PIC X(1) VALUE "/".
           02 RgdYear PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdReturnType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCollected PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCommission PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdAction PIC X(30).
       01 RegisterTotalLine.
           02 RgtLabel PIC X(28).
           02 RgtCount PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgtAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN OUTPUT ReturnsRegister
           OPEN OUTPUT AgencyCollectionFile
           OPEN OUTPUT AgencyWriteOffFile
           OPEN INPUT AgencyReturnFile
           IF AgencyReturnNotFound
               MOVE "NO AGENCY RETURNS FILE TODAY"
                   TO ReturnsRegisterLine
               WRITE ReturnsRegisterLine
           ELSE
               PERFORM ProveReturnFile
               CLOSE AgencyReturnFile
               PERFORM WriteRegisterHeading
               IF FileProven
                   PERFORM PostReturnFile
               ELSE
                   PERFORM RejectReturnFile
               END-IF
           END-IF
           CLOSE ReturnsRegister
           CLOSE AgencyCollectionFile
           CLOSE AgencyWriteOffFile
           MOVE ReturnsRead TO ReadForReport
           MOVE ReturnsApplied TO WrittenForReport
           MOVE ReturnsRefused TO RejectedForReport
           MOVE CollectedTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF NOT FileProven
               MOVE 16 TO RETURN-CODE
           ELSE
               IF ReturnsRefused > ZERO
                   MOVE 3218 TO ExceptionNumber
                   MOVE "W" TO ExceptionSeverity
                   MOVE "Agency returns refused - see AGYRREG"
                       TO ExceptionText
                   CALL "ExceptionHandler" USING ProgramNameLiteral
                           ExceptionNumber ExceptionSeverity
                           ExceptionText ExceptionReturnCode
                   END-CALL
                   MOVE ExceptionReturnCode TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *>   ProveReturnFile reads the whole file once, proving the
      *>   header is first and the trailer last and agrees with
      *>   the details, before a single return is posted.
       ProveReturnFile.
           PERFORM ReadNextReturn
           IF AgencyReturnAtEnd OR NOT AgrHeaderRecord
               MOVE "N" TO FileProvenFlag
               MOVE "header record missing" TO ProofFailureText
           ELSE
               MOVE "Y" TO HeaderSeenFlag
               MOVE AgrAgencyCode TO ReturningAgencyCode
               MOVE AgrFileDate TO ReturnFileDate
               PERFORM ReadNextReturn
               PERFORM ProveOneRecord
                   UNTIL AgencyReturnAtEnd OR NOT FileProven
               IF FileProven AND NOT TrailerSeen
                   MOVE "N" TO FileProvenFlag
                   MOVE "trailer record missing" TO ProofFailureText
               END-IF
               IF FileProven
                  AND (TrailerRecordCount NOT = ProofRecordCount
                    OR TrailerHashTotal NOT = ProofHashTotal)
                   MOVE "N" TO FileProvenFlag
                   MOVE "trailer totals do not agree"
                       TO ProofFailureText
               END-IF
           END-IF.

       ProveOneRecord.
           EVALUATE TRUE
               WHEN TrailerSeen
                   MOVE "N" TO FileProvenFlag
                   MOVE "records after the trailer"
                       TO ProofFailureText
               WHEN AgrTrailerRecord
                   MOVE "Y" TO TrailerSeenFlag
                   MOVE AgrRecordCount TO TrailerRecordCount
                   MOVE AgrHashTotal TO TrailerHashTotal
               WHEN AgrDetailRecord
                   ADD 1 TO ProofRecordCount
                   IF AgrCollectedAmount NUMERIC
                       ADD AgrCollectedAmount TO ProofHashTotal
                   END-IF
               WHEN OTHER
                   MOVE "N" TO FileProvenFlag
                   MOVE "unknown record type" TO ProofFailureText
           END-EVALUATE
           PERFORM ReadNextReturn.

       RejectReturnFile.
           MOVE 3217 TO ExceptionNumber
           MOVE "S" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING "AGYRETN rejected whole - " DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO ExceptionText
           END-STRING
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           MOVE SPACES TO ReturnsRegisterLine
           STRING "FILE REJECTED, NOTHING POSTED - "
                   DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO ReturnsRegisterLine
           END-STRING
           WRITE ReturnsRegisterLine.

       PostReturnFile.
           OPEN I-O ArrearsFile
           OPEN I-O AgencyAccountFile
           MOVE "00" TO AgencyReturnStatus
           OPEN INPUT AgencyReturnFile
           PERFORM ReadNextReturn
           PERFORM PostOneRecord UNTIL AgencyReturnAtEnd
           CLOSE AgencyReturnFile
           CLOSE ArrearsFile
           CLOSE AgencyAccountFile
           PERFORM PrintRegisterTotals.

       PostOneRecord.
           IF AgrDetailRecord
               ADD 1 TO ReturnsRead
               PERFORM PostOneReturn
           END-IF
           PERFORM ReadNextReturn.

      *>   PostOneReturn proves the return against the agency
      *>   account and the arrears row before applying it.
       PostOneReturn.
           MOVE "Y" TO ReturnOkFlag
           MOVE ReturningAgencyCode TO AgaAgencyCode
           MOVE AgrMemberId TO AgaMemberId
           MOVE AgrBillYear TO AgaBillYear
           MOVE AgrBillMonth TO AgaBillMonth
           READ AgencyAccountFile
               INVALID KEY
                   MOVE "N" TO ReturnOkFlag
                   MOVE "NOT PLACED WITH THIS AGENCY" TO RefusalText
           END-READ
           IF ReturnOk AND NOT AgaPlaced
               MOVE "N" TO ReturnOkFlag
               MOVE "AGENCY ACCOUNT ALREADY CLOSED" TO RefusalText
           END-IF
           MOVE "N" TO ArrearsRowFoundFlag
           IF ReturnOk
               MOVE AgrMemberId TO ArrMemberId
               MOVE AgrBillYear TO ArrBillYear
               MOVE AgrBillMonth TO ArrBillMonth
               READ ArrearsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ArrAgencyCode = ReturningAgencyCode
                           MOVE "Y" TO ArrearsRowFoundFlag
                       END-IF
               END-READ
           END-IF
           IF ReturnOk
               EVALUATE TRUE
                   WHEN AgrCollected
                       PERFORM CheckCollection
                   WHEN AgrUncollectable
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO ReturnOkFlag
                       MOVE "UNKNOWN RETURN TYPE" TO RefusalText
               END-EVALUATE
           END-IF
           IF ReturnOk
               IF AgrCollected
                   PERFORM ApplyCollection
               ELSE
                   PERFORM ApplyUncollectable
               END-IF
               ADD 1 TO ReturnsApplied
           ELSE
               ADD 1 TO ReturnsRefused
               MOVE RefusalText TO RgdAction
               PERFORM WriteRegisterDetail
           END-IF.

       CheckCollection.
           EVALUATE TRUE
               WHEN AgrCollectedAmount NOT NUMERIC
                 OR AgrCommission NOT NUMERIC
                 OR AgrCollectedAmount = ZERO
                   MOVE "N" TO ReturnOkFlag
                   MOVE "COLLECTED AMOUNT NOT VALID" TO RefusalText
               WHEN AgrCommission > AgrCollectedAmount
                   MOVE "N" TO ReturnOkFlag
                   MOVE "COMMISSION EXCEEDS COLLECTION"
                       TO RefusalText
               WHEN NOT ArrearsRowFound
                   MOVE "N" TO ReturnOkFlag
                   MOVE "NO ARREARS OUT WITH AGENCY" TO RefusalText
               WHEN AgrCollectedAmount > ArrBalance
                   MOVE "N" TO ReturnOkFlag
                   MOVE "COLLECTED EXCEEDS BALANCE" TO RefusalText
           END-EVALUATE.

      *>   ApplyCollection pays the arrears row down by the gross
      *>   the member paid; the agency account closes once the
      *>   period is paid off.
       ApplyCollection.
           ADD AgrCollectedAmount TO AgaCollectedAmount
           ADD AgrCommission TO AgaCommissionAmount
           MOVE TodayYYYYMMDD TO AgaLastReturnDate
           IF AgrCollectedAmount = ArrBalance
               DELETE ArrearsFile
               MOVE "C" TO AgaStatus
               MOVE TodayYYYYMMDD TO AgaClosedDate
               ADD 1 TO AccountsClosedPaid
               MOVE "COLLECTED - PERIOD CLEARED" TO RgdAction
           ELSE
               SUBTRACT AgrCollectedAmount FROM ArrBalance
               REWRITE ArrearsRec
               MOVE "COLLECTED - PART PAID" TO RgdAction
           END-IF
           REWRITE AgencyAccountRec
           MOVE ReturningAgencyCode TO AgcAgencyCode
           MOVE AgrMemberId TO AgcMemberId
           MOVE AgrBillYear TO AgcBillYear
           MOVE AgrBillMonth TO AgcBillMonth
           MOVE AgrCollectedAmount TO AgcCollectedAmount
           MOVE AgrCommission TO AgcCommission
           MOVE TodayYYYYMMDD TO AgcPostedDate
           WRITE AgencyCollectionRec
           ADD 1 TO CollectionsPosted
           ADD AgrCollectedAmount TO CollectedTotal
           ADD AgrCommission TO CommissionTotal
           PERFORM WriteRegisterDetail.

      *>   ApplyUncollectable closes the agency account and brings
      *>   the debt back in-house for the write-off approval queue.
      *>   A period already cleared on ARREARS has nothing left to
      *>   write off, so only the account closes.
       ApplyUncollectable.
           MOVE "U" TO AgaStatus
           MOVE TodayYYYYMMDD TO AgaLastReturnDate
           MOVE TodayYYYYMMDD TO AgaClosedDate
           REWRITE AgencyAccountRec
           ADD 1 TO AccountsUncollectable
           IF ArrearsRowFound
               MOVE SPACES TO ArrAgencyCode
               MOVE ZERO TO ArrPlacedDate
               MOVE ZERO TO ArrPlacedAmount
               REWRITE ArrearsRec
               MOVE AgrMemberId TO AwoMemberId
               MOVE AgrBillYear TO AwoBillYear
               MOVE AgrBillMonth TO AwoBillMonth
               MOVE ReturningAgencyCode TO AwoAgencyCode
               WRITE AgencyWriteOffRec
               ADD ArrBalance TO UncollectableTotal
               MOVE "UNCOLLECTABLE - TO WRITE-OFF" TO RgdAction
           ELSE
               MOVE "UNCOLLECTABLE - NOTHING OWED" TO RgdAction
           END-IF
           PERFORM WriteRegisterDetail.

       WriteRegisterHeading.
           MOVE TodayYYYYMMDD TO RghDate
           MOVE ReturningAgencyCode TO RghAgencyCode
           MOVE ReturnFileDate TO RghFileDate
           MOVE RegisterHeading TO ReturnsRegisterLine
           WRITE ReturnsRegisterLine
           MOVE RegisterColumns TO ReturnsRegisterLine
           WRITE ReturnsRegisterLine.

       WriteRegisterDetail.
           MOVE AgrMemberId TO RgdMemberId
           MOVE AgrBillMonth TO RgdMonth
           MOVE AgrBillYear TO RgdYear
           MOVE AgrReturnType TO RgdReturnType
           MOVE ZERO TO RgdCollected
           MOVE ZERO TO RgdCommission
           IF AgrCollectedAmount NUMERIC
               MOVE AgrCollectedAmount TO RgdCollected
           END-IF
           IF AgrCommission NUMERIC
               MOVE AgrCommission TO RgdCommission
           END-IF
           MOVE RegisterDetail TO ReturnsRegisterLine
           WRITE ReturnsRegisterLine.

       PrintRegisterTotals.
           MOVE SPACES TO ReturnsRegisterLine
           WRITE ReturnsRegisterLine
           MOVE "COLLECTIONS POSTED" TO RgtLabel
           MOVE CollectionsPosted TO RgtCount
           MOVE CollectedTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "  COMMISSION RETAINED" TO RgtLabel
           MOVE CollectionsPosted TO RgtCount
           MOVE CommissionTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "  PERIODS CLEARED BY AGENCY" TO RgtLabel
           MOVE AccountsClosedPaid TO RgtCount
           MOVE ZERO TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "RETURNED UNCOLLECTABLE" TO RgtLabel
           MOVE AccountsUncollectable TO RgtCount
           MOVE UncollectableTotal TO RgtAmount
           PERFORM WriteRegisterTotal
           MOVE "RETURNS REFUSED" TO RgtLabel
           MOVE ReturnsRefused TO RgtCount
           MOVE ZERO TO RgtAmount
           PERFORM WriteRegisterTotal.

       WriteRegisterTotal.
           MOVE RegisterTotalLine TO ReturnsRegisterLine
           WRITE ReturnsRegisterLine.

       ReadNextReturn.
           READ AgencyReturnFile
               AT END MOVE "10" TO AgencyReturnStatus
           END-READ.
