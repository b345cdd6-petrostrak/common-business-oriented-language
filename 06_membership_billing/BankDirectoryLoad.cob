       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDirectoryLoad.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads the clearing provider's monthly bank directory file
      *>   (BANKDIRF) onto the BANKDIR sort code directory that
      *>   mandate entry validates against and the direct-debit
      *>   extract checks before sending. The file is proved first
      *>   - header first, detail count and hash of sort codes
      *>   against the trailer - and a file that does not prove is
      *>   rejected whole with RC=16 and the directory untouched,
      *>   the InboundFeedValidate rule. A proven file replaces the
      *>   directory's view sort code by sort code:
      *>     - a sort code on the file is added or refreshed and is
      *>       open (a closed one the provider lists again reopens);
      *>     - an open sort code the file no longer lists is marked
      *>       closed as at today, kept on file so that mandates
      *>       held against it can still be recognised.
      *>   A detail the directory cannot take (bad sort code, flag
      *>   or check method) is refused onto the BANKDREG register
      *>   and the run ends RC=4; the sort code it names keeps what
      *>   the directory already held for it rather than closing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankDirectoryFeed ASSIGN TO "BANKDIRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankDirectoryFeedStatus.
           SELECT BankDirectoryFile ASSIGN TO "BANKDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BkdSortCode
               FILE STATUS IS BankDirectoryStatus.
           SELECT DirectoryRegister ASSIGN TO "BANKDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BankDirectoryFeed.
       COPY BANKDIRF.
       FD BankDirectoryFile.
       COPY BANKDIR.
       FD DirectoryRegister.
       01 DirectoryRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 BankDirectoryFeedStatus PIC XX VALUE "00".
           88 BankDirectoryFeedAtEnd VALUE "10".
           88 BankDirectoryFeedNotFound VALUE "35".
       01 BankDirectoryStatus PIC XX VALUE "00".
           88 BankDirectoryAtEnd VALUE "10".
           88 BankDirectoryNotFound VALUE "35".
      *>   File proof.
       01 ProviderName PIC X(20) VALUE SPACES.
       01 DirectoryFileDate PIC 9(8) VALUE ZERO.
       01 HeaderSeenFlag PIC X VALUE "N".
           88 HeaderSeen VALUE "Y".
       01 TrailerSeenFlag PIC X VALUE "N".
           88 TrailerSeen VALUE "Y".
       01 FileProvenFlag PIC X VALUE "Y".
           88 FileProven VALUE "Y".
       01 ProofFailureText PIC X(40) VALUE SPACES.
       01 ProofRecordCount PIC 9(7) VALUE ZERO.
       01 ProofHashTotal PIC 9(13) VALUE ZERO.
       01 TrailerRecordCount PIC 9(7) VALUE ZERO.
       01 TrailerHashTotal PIC 9(13) VALUE ZERO.
      *>   Loading.
       01 BranchOkFlag PIC X VALUE "Y".
           88 BranchOk VALUE "Y".
       01 RefusalText PIC X(30) VALUE SPACES.
       01 PriorStatus PIC X VALUE SPACE.
       01 PriorDirectDebitFlag PIC X VALUE SPACE.
       01 BranchesRead PIC 9(7) COMP VALUE ZERO.
       01 BranchesAdded PIC 9(7) COMP VALUE ZERO.
       01 BranchesRefreshed PIC 9(7) COMP VALUE ZERO.
       01 BranchesReopened PIC 9(7) COMP VALUE ZERO.
       01 BranchesClosed PIC 9(7) COMP VALUE ZERO.
       01 DirectDebitWithdrawn PIC 9(7) COMP VALUE ZERO.
       01 BranchesRefused PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "BankDirectoryLoad".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(28) VALUE "BANK DIRECTORY LOAD - RUN ".
           02 RghDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RghProviderName PIC X(20).
           02 FILLER PIC X(6) VALUE " FILE ".
           02 RghFileDate PIC 9(8).
       01 RegisterColumns PIC X(64) VALUE
           "SORT CODE  BANK                  ACTION".
       01 RegisterDetail.
           02 RgdSortCode PIC 99B99B99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RgdBankName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgdAction PIC X(30).
       01 RegisterTotalLine.
           02 RgtLabel PIC X(32).
           02 RgtCount PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN OUTPUT DirectoryRegister
           OPEN INPUT BankDirectoryFeed
           IF BankDirectoryFeedNotFound
               MOVE "NO BANK DIRECTORY FILE THIS RUN"
                   TO DirectoryRegisterLine
               WRITE DirectoryRegisterLine
           ELSE
               PERFORM ProveDirectoryFile
               CLOSE BankDirectoryFeed
               PERFORM WriteRegisterHeading
               IF FileProven
                   PERFORM LoadDirectoryFile
               ELSE
                   PERFORM RejectDirectoryFile
               END-IF
           END-IF
           CLOSE DirectoryRegister
           MOVE BranchesRead TO ReadForReport
           COMPUTE WrittenForReport = BranchesAdded
                   + BranchesRefreshed
           MOVE BranchesRefused TO RejectedForReport
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           IF NOT FileProven
               MOVE 16 TO RETURN-CODE
           ELSE
               IF BranchesRefused > ZERO
                   MOVE 3222 TO ExceptionNumber
                   MOVE "W" TO ExceptionSeverity
                   MOVE "Bank directory lines refused - see BANKDREG"
                       TO ExceptionText
                   CALL "ExceptionHandler" USING ProgramNameLiteral
                           ExceptionNumber ExceptionSeverity
                           ExceptionText ExceptionReturnCode
                   END-CALL
                   MOVE ExceptionReturnCode TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *>   ProveDirectoryFile reads the whole file once, proving the
      *>   header is first and the trailer last and agrees with the
      *>   details. A proven file with no details at all is refused
      *>   too - loading it would close every sort code we hold.
       ProveDirectoryFile.
           PERFORM ReadNextFeedRecord
           IF BankDirectoryFeedAtEnd OR NOT BdfHeaderRecord
               MOVE "N" TO FileProvenFlag
               MOVE "header record missing" TO ProofFailureText
           ELSE
               MOVE "Y" TO HeaderSeenFlag
               MOVE BdfProviderName TO ProviderName
               MOVE BdfFileDate TO DirectoryFileDate
               PERFORM ReadNextFeedRecord
               PERFORM ProveOneRecord
                   UNTIL BankDirectoryFeedAtEnd OR NOT FileProven
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
               IF FileProven AND ProofRecordCount = ZERO
                   MOVE "N" TO FileProvenFlag
                   MOVE "no sort codes on the file"
                       TO ProofFailureText
               END-IF
           END-IF.

       ProveOneRecord.
           EVALUATE TRUE
               WHEN TrailerSeen
                   MOVE "N" TO FileProvenFlag
                   MOVE "records after the trailer"
                       TO ProofFailureText
               WHEN BdfTrailerRecord
                   MOVE "Y" TO TrailerSeenFlag
                   MOVE BdfRecordCount TO TrailerRecordCount
                   MOVE BdfHashTotal TO TrailerHashTotal
               WHEN BdfDetailRecord
                   ADD 1 TO ProofRecordCount
                   IF BdfSortCode NUMERIC
                       ADD BdfSortCode TO ProofHashTotal
                   END-IF
               WHEN OTHER
                   MOVE "N" TO FileProvenFlag
                   MOVE "unknown record type" TO ProofFailureText
           END-EVALUATE
           PERFORM ReadNextFeedRecord.

       RejectDirectoryFile.
           MOVE 3221 TO ExceptionNumber
           MOVE "S" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING "BANKDIRF rejected whole - " DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO ExceptionText
           END-STRING
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           MOVE SPACES TO DirectoryRegisterLine
           STRING "FILE REJECTED, DIRECTORY UNCHANGED - "
                   DELIMITED BY SIZE
                   ProofFailureText DELIMITED BY SIZE
               INTO DirectoryRegisterLine
           END-STRING
           WRITE DirectoryRegisterLine.

      *>   LoadDirectoryFile applies every detail, stamping each
      *>   sort code it touches with today's load date, then sweeps
      *>   the directory closing whatever this load did not touch.
       LoadDirectoryFile.
           OPEN I-O BankDirectoryFile
           IF BankDirectoryNotFound
               OPEN OUTPUT BankDirectoryFile
               CLOSE BankDirectoryFile
               OPEN I-O BankDirectoryFile
           END-IF
           MOVE "00" TO BankDirectoryFeedStatus
           OPEN INPUT BankDirectoryFeed
           PERFORM ReadNextFeedRecord
           PERFORM LoadOneRecord UNTIL BankDirectoryFeedAtEnd
           CLOSE BankDirectoryFeed
           PERFORM CloseUnlistedSortCodes
           CLOSE BankDirectoryFile
           PERFORM PrintRegisterTotals.

       LoadOneRecord.
           IF BdfDetailRecord
               ADD 1 TO BranchesRead
               PERFORM LoadOneBranch
           END-IF
           PERFORM ReadNextFeedRecord.

       LoadOneBranch.
           PERFORM CheckOneBranch
           IF BranchOk
               PERFORM ApplyOneBranch
           ELSE
               ADD 1 TO BranchesRefused
               PERFORM KeepRefusedSortCode
               MOVE BdfSortCode TO RgdSortCode
               MOVE BdfBankName TO RgdBankName
               MOVE RefusalText TO RgdAction
               PERFORM WriteRegisterDetail
           END-IF.

       CheckOneBranch.
           MOVE "Y" TO BranchOkFlag
           MOVE BdfCheckMethod TO BkdCheckMethod
           EVALUATE TRUE
               WHEN BdfSortCode NOT NUMERIC OR BdfSortCode = ZERO
                   MOVE "N" TO BranchOkFlag
                   MOVE "SORT CODE NOT VALID" TO RefusalText
               WHEN BdfDirectDebitFlag NOT = "Y"
                AND BdfDirectDebitFlag NOT = "N"
                   MOVE "N" TO BranchOkFlag
                   MOVE "DIRECT DEBIT FLAG NOT Y/N" TO RefusalText
               WHEN NOT BkdCheckMethodValid
                   MOVE "N" TO BranchOkFlag
                   MOVE "UNKNOWN CHECK METHOD" TO RefusalText
               WHEN BdfWeightTable NOT NUMERIC
                   MOVE "N" TO BranchOkFlag
                   MOVE "CHECK WEIGHTS NOT NUMERIC" TO RefusalText
           END-EVALUATE.

      *>   ApplyOneBranch adds a new sort code or refreshes the one
      *>   held, noting a reopening or a branch that has stopped
      *>   taking direct debits on the register.
       ApplyOneBranch.
           MOVE BdfSortCode TO BkdSortCode
           READ BankDirectoryFile
               INVALID KEY
                   MOVE SPACE TO PriorStatus
                   MOVE SPACE TO PriorDirectDebitFlag
               NOT INVALID KEY
                   MOVE BkdStatus TO PriorStatus
                   MOVE BkdDirectDebitFlag TO PriorDirectDebitFlag
           END-READ
           MOVE BdfSortCode TO BkdSortCode
           MOVE BdfBankName TO BkdBankName
           MOVE BdfBranchName TO BkdBranchName
           MOVE BdfDirectDebitFlag TO BkdDirectDebitFlag
           MOVE BdfCheckMethod TO BkdCheckMethod
           MOVE BdfWeightTable TO BkdWeightTable
           MOVE "O" TO BkdStatus
           MOVE TodayYYYYMMDD TO BkdLastLoadDate
           MOVE ZERO TO BkdClosedDate
           MOVE BdfSortCode TO RgdSortCode
           MOVE BdfBankName TO RgdBankName
           IF PriorStatus = SPACE
               WRITE BankDirectoryRec
               ADD 1 TO BranchesAdded
           ELSE
               REWRITE BankDirectoryRec
               ADD 1 TO BranchesRefreshed
               IF PriorStatus = "C"
                   ADD 1 TO BranchesReopened
                   MOVE "REOPENED - LISTED AGAIN" TO RgdAction
                   PERFORM WriteRegisterDetail
               END-IF
               IF PriorDirectDebitFlag = "Y"
                  AND NOT BkdAcceptsDirectDebit
                   ADD 1 TO DirectDebitWithdrawn
                   MOVE "NO LONGER ACCEPTS DIRECT DEBIT"
                       TO RgdAction
                   PERFORM WriteRegisterDetail
               END-IF
           END-IF.

      *>   KeepRefusedSortCode stamps a refused line's sort code, if
      *>   we already hold it, as seen this load - a bad line on the
      *>   provider's file is not evidence the branch has closed.
       KeepRefusedSortCode.
           IF BdfSortCode NUMERIC AND BdfSortCode NOT = ZERO
               MOVE BdfSortCode TO BkdSortCode
               READ BankDirectoryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TodayYYYYMMDD TO BkdLastLoadDate
                       REWRITE BankDirectoryRec
               END-READ
           END-IF.

      *>   CloseUnlistedSortCodes walks the directory once, closing
      *>   every open sort code this load did not stamp.
       CloseUnlistedSortCodes.
           MOVE ZERO TO BkdSortCode
           START BankDirectoryFile KEY NOT LESS THAN BkdSortCode
               INVALID KEY MOVE "10" TO BankDirectoryStatus
           END-START
           IF NOT BankDirectoryAtEnd
               PERFORM ReadNextDirectoryEntry
           END-IF
           PERFORM CloseOneUnlistedSortCode UNTIL BankDirectoryAtEnd
           MOVE "00" TO BankDirectoryStatus.

       CloseOneUnlistedSortCode.
           IF BkdOpen AND BkdLastLoadDate NOT = TodayYYYYMMDD
               MOVE "C" TO BkdStatus
               MOVE TodayYYYYMMDD TO BkdClosedDate
               REWRITE BankDirectoryRec
               ADD 1 TO BranchesClosed
               MOVE BkdSortCode TO RgdSortCode
               MOVE BkdBankName TO RgdBankName
               MOVE "CLOSED - NOT ON PROVIDER FILE" TO RgdAction
               PERFORM WriteRegisterDetail
           END-IF
           PERFORM ReadNextDirectoryEntry.

       WriteRegisterHeading.
           MOVE TodayYYYYMMDD TO RghDate
           MOVE ProviderName TO RghProviderName
           MOVE DirectoryFileDate TO RghFileDate
           MOVE RegisterHeading TO DirectoryRegisterLine
           WRITE DirectoryRegisterLine
           MOVE RegisterColumns TO DirectoryRegisterLine
           WRITE DirectoryRegisterLine.

       WriteRegisterDetail.
           MOVE RegisterDetail TO DirectoryRegisterLine
           WRITE DirectoryRegisterLine.

       PrintRegisterTotals.
           MOVE SPACES TO DirectoryRegisterLine
           WRITE DirectoryRegisterLine
           MOVE "SORT CODES ON FILE" TO RgtLabel
           MOVE BranchesRead TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  ADDED" TO RgtLabel
           MOVE BranchesAdded TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  REFRESHED" TO RgtLabel
           MOVE BranchesRefreshed TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "    OF WHICH REOPENED" TO RgtLabel
           MOVE BranchesReopened TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "    OF WHICH DIRECT DEBIT ENDED" TO RgtLabel
           MOVE DirectDebitWithdrawn TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "  REFUSED" TO RgtLabel
           MOVE BranchesRefused TO RgtCount
           PERFORM WriteRegisterTotal
           MOVE "SORT CODES CLOSED" TO RgtLabel
           MOVE BranchesClosed TO RgtCount
           PERFORM WriteRegisterTotal.

       WriteRegisterTotal.
           MOVE RegisterTotalLine TO DirectoryRegisterLine
           WRITE DirectoryRegisterLine.

       ReadNextFeedRecord.
           READ BankDirectoryFeed
               AT END MOVE "10" TO BankDirectoryFeedStatus
           END-READ.

       ReadNextDirectoryEntry.
           READ BankDirectoryFile NEXT RECORD
               AT END MOVE "10" TO BankDirectoryStatus
           END-READ.
