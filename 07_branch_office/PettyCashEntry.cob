       IDENTIFICATION DIVISION.
       PROGRAM-ID. PettyCashEntry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Branch petty cash claims. Each claim on the branches'
      *>   PTYCLMIN feed is a small expense paid out of the till:
      *>   branch, date, expense category, amount, approver and
      *>   the receipt reference the branch holds. A claim is taken
      *>   only for a branch open on the reference, dated in the
      *>   current month and no later than today, with a category
      *>   mapped on GLACCMAP (key "PTY" + category), an approver
      *>   on the operator file and a receipt reference - and only
      *>   while the branch's claims for the month stay within the
      *>   FltPettyCashLimit on its TILLFLT row; a branch with no
      *>   limit pays no petty cash. Accepted claims are appended to
      *>   the PTYHIST history the monthly report reads, written
      *>   to the day's PTYPOST, which the branch daily journal
      *>   takes as transaction type "PC", and appended to the
      *>   month-to-date PTYMTD, which the month-end GL extract
      *>   posts to the category's expense account and the
      *>   subledger reconciliation proves; MONTHEND empties PTYMTD
      *>   once both have read it. Every claim, taken or refused
      *>   and why, lists on the PTYREG register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimInFile ASSIGN TO "PTYCLMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClaimInStatus.
           SELECT ClaimHistoryFile ASSIGN TO "PTYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClaimHistoryStatus.
           SELECT ClaimPostingFile ASSIGN TO "PTYPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ClaimMonthFile ASSIGN TO "PTYMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClaimMonthStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT FloatFile ASSIGN TO "TILLFLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FltCityCode
               FILE STATUS IS FloatFileStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
           SELECT ClaimRegister ASSIGN TO "PTYREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ClaimInFile.
       01 ClaimInRec PIC X(60).
       FD ClaimHistoryFile.
       COPY PTYCLAIM.
       FD ClaimPostingFile.
       01 ClaimPostingRec PIC X(60).
       FD ClaimMonthFile.
       01 ClaimMonthRec PIC X(60).
       FD BranchFile.
       COPY BRANCHREF.
       FD FloatFile.
       COPY TILLFLT.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       FD OperatorSecurityFile.
       COPY OPERSEC.
       FD ClaimRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 ClaimInStatus PIC XX VALUE "00".
           88 ClaimsAtEnd VALUE "10".
           88 ClaimInNotFound VALUE "35".
       01 ClaimHistoryStatus PIC XX VALUE "00".
           88 ClaimHistoryAtEnd VALUE "10".
           88 ClaimHistoryNotFound VALUE "35".
       01 ClaimMonthStatus PIC XX VALUE "00".
           88 ClaimMonthNotFound VALUE "35".
       01 BranchFileStatus PIC XX VALUE "00".
       01 FloatFileStatus PIC XX VALUE "00".
           88 FloatFileNotFound VALUE "35".
       01 FloatOpenFlag PIC X VALUE "N".
           88 FloatFileOpen VALUE "Y".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapNotFound VALUE "35".
       01 MapOpenFlag PIC X VALUE "N".
           88 MapFileOpen VALUE "Y".
       01 OperatorSecurityStatus PIC XX VALUE "00".
           88 OperatorSecurityNotFound VALUE "35".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorFileOpen VALUE "Y".
       01 CurrentMonth PIC 9(6) VALUE ZERO.
       01 ClaimMonth PIC 9(6) VALUE ZERO.
       01 ClaimOk PIC X VALUE "Y".
           88 ClaimValid VALUE "Y".
       01 RejectReason PIC X(30) VALUE SPACES.
       01 BranchLimit PIC 9(5)V99 VALUE ZERO.
       01 SpentAfterClaim PIC 9(7)V99 VALUE ZERO.
      *>   Month-to-date claims per branch, the deposit
      *>   reconciliation's full-range table idiom.
       01 SpentTable.
           02 SpentThisMonth PIC 9(7)V99 OCCURS 999 TIMES.
       01 CityIdx PIC 9(4) COMP VALUE ZERO.
       01 ClaimsRead PIC 9(7) COMP VALUE ZERO.
       01 ClaimsAccepted PIC 9(7) COMP VALUE ZERO.
       01 ClaimsRejected PIC 9(7) COMP VALUE ZERO.
       01 AcceptedTotal PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "PettyCashEntry".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(30) VALUE "PETTY CASH CLAIMS REGISTER - ".
           02 RghDate PIC 9(8).
       01 RegisterDetail.
           02 RgdCityCode PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdClaimDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCategory PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAmount PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdApprover PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdReceiptRef PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdResult PIC X(30).
       01 RegisterTotals.
           02 FILLER PIC X(18) VALUE "Claims accepted   ".
           02 RgtAccepted PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RgtAcceptedTotal PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(12) VALUE "  rejected  ".
           02 RgtRejected PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           MOVE TodayYYYYMMDD(1:6) TO CurrentMonth
           PERFORM ClearOneBranchSpend
               VARYING CityIdx FROM 1 BY 1
               UNTIL CityIdx > 999
           PERFORM LoadMonthToDate
           OPEN INPUT BranchFile
           MOVE "Y" TO FloatOpenFlag
           OPEN INPUT FloatFile
           IF FloatFileNotFound
               MOVE "N" TO FloatOpenFlag
           END-IF
           MOVE "Y" TO MapOpenFlag
           OPEN INPUT GLAccountMapFile
           IF GLAccountMapNotFound
               MOVE "N" TO MapOpenFlag
           END-IF
           MOVE "Y" TO OperatorOpenFlag
           OPEN INPUT OperatorSecurityFile
           IF OperatorSecurityNotFound
               MOVE "N" TO OperatorOpenFlag
           END-IF
           OPEN EXTEND ClaimHistoryFile
           IF ClaimHistoryNotFound
               OPEN OUTPUT ClaimHistoryFile
           END-IF
           OPEN OUTPUT ClaimPostingFile
           OPEN EXTEND ClaimMonthFile
           IF ClaimMonthNotFound
               OPEN OUTPUT ClaimMonthFile
           END-IF
           OPEN OUTPUT ClaimRegister
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           OPEN INPUT ClaimInFile
           IF ClaimInNotFound
               DISPLAY "PettyCashEntry - no claims to process"
           ELSE
               PERFORM ReadNextClaim
               PERFORM ProcessOneClaim UNTIL ClaimsAtEnd
               CLOSE ClaimInFile
           END-IF
           MOVE ClaimsAccepted TO RgtAccepted
           MOVE AcceptedTotal TO RgtAcceptedTotal
           MOVE ClaimsRejected TO RgtRejected
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterTotals TO RegisterLine
           WRITE RegisterLine
           CLOSE BranchFile
           IF FloatFileOpen
               CLOSE FloatFile
           END-IF
           IF MapFileOpen
               CLOSE GLAccountMapFile
           END-IF
           IF OperatorFileOpen
               CLOSE OperatorSecurityFile
           END-IF
           CLOSE ClaimHistoryFile
           CLOSE ClaimPostingFile
           CLOSE ClaimMonthFile
           CLOSE ClaimRegister
           MOVE ClaimsRead TO ReadForReport
           MOVE ClaimsAccepted TO WrittenForReport
           MOVE ClaimsRejected TO RejectedForReport
           MOVE AcceptedTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ClearOneBranchSpend.
           MOVE ZERO TO SpentThisMonth(CityIdx).

      *>   LoadMonthToDate totals this month's accepted claims per
      *>   branch off the history before today's are weighed
      *>   against the limit.
       LoadMonthToDate.
           OPEN INPUT ClaimHistoryFile
           IF NOT ClaimHistoryNotFound
               PERFORM ReadNextHistoryClaim
               PERFORM AddOneHistoryClaim UNTIL ClaimHistoryAtEnd
               CLOSE ClaimHistoryFile
           END-IF
           MOVE "00" TO ClaimHistoryStatus.

       AddOneHistoryClaim.
           MOVE PtcClaimDate(1:6) TO ClaimMonth
           IF ClaimMonth = CurrentMonth
              AND PtcCityCode >= 1
               ADD PtcAmount TO SpentThisMonth(PtcCityCode)
           END-IF
           PERFORM ReadNextHistoryClaim.

       ProcessOneClaim.
           ADD 1 TO ClaimsRead
           MOVE ClaimInRec TO PettyCashClaimRec
           MOVE "Y" TO ClaimOk
           MOVE SPACES TO RejectReason
           PERFORM ValidateClaim
           IF ClaimValid
               PERFORM CheckBranchLimit
           END-IF
           IF ClaimValid
               WRITE PettyCashClaimRec
               MOVE PettyCashClaimRec TO ClaimPostingRec
               WRITE ClaimPostingRec
               MOVE PettyCashClaimRec TO ClaimMonthRec
               WRITE ClaimMonthRec
               ADD PtcAmount TO SpentThisMonth(PtcCityCode)
               ADD PtcAmount TO AcceptedTotal
               ADD 1 TO ClaimsAccepted
               MOVE "ACCEPTED" TO RejectReason
           ELSE
               ADD 1 TO ClaimsRejected
           END-IF
           PERFORM WriteRegisterLine
           PERFORM ReadNextClaim.

      *>   ValidateClaim takes the first failure as the reason.
       ValidateClaim.
           IF PtcCityCode NOT NUMERIC OR PtcCityCode = ZERO
               MOVE "N" TO ClaimOk
               MOVE "Branch not valid" TO RejectReason
           ELSE
               MOVE PtcCityCode TO CityCode OF BranchRec
               READ BranchFile
                   INVALID KEY
                       MOVE "N" TO ClaimOk
                       MOVE "Branch not on reference"
                           TO RejectReason
                   NOT INVALID KEY
                       IF NOT BranchTakesActivity
                           MOVE "N" TO ClaimOk
                           MOVE "Branch not open" TO RejectReason
                       END-IF
               END-READ
           END-IF
           IF ClaimValid
               IF PtcClaimDate NOT NUMERIC
                   MOVE "N" TO ClaimOk
               ELSE
                   MOVE PtcClaimDate(1:6) TO ClaimMonth
                   IF ClaimMonth NOT = CurrentMonth
                      OR PtcClaimDate > TodayYYYYMMDD
                       MOVE "N" TO ClaimOk
                   END-IF
               END-IF
               IF NOT ClaimValid
                   MOVE "Claim date not this month"
                       TO RejectReason
               END-IF
           END-IF
           IF ClaimValid
               IF PtcAmount NOT NUMERIC OR PtcAmount = ZERO
                   MOVE "N" TO ClaimOk
                   MOVE "Amount not valid" TO RejectReason
               END-IF
           END-IF
           IF ClaimValid AND PtcReceiptRef = SPACES
               MOVE "N" TO ClaimOk
               MOVE "No receipt reference" TO RejectReason
           END-IF
           IF ClaimValid AND PtcApprover = SPACES
               MOVE "N" TO ClaimOk
               MOVE "No approver" TO RejectReason
           END-IF
           IF ClaimValid AND OperatorFileOpen
               MOVE PtcApprover TO OperatorId OF OperatorSecurityRec
               READ OperatorSecurityFile
                   INVALID KEY
                       MOVE "N" TO ClaimOk
                       MOVE "Approver not an operator"
                           TO RejectReason
               END-READ
           END-IF
           IF ClaimValid AND MapFileOpen
               MOVE SPACES TO MapPostingKey
               STRING "PTY" PtcCategory DELIMITED BY SIZE
                   INTO MapPostingKey
               READ GLAccountMapFile
                   INVALID KEY
                       MOVE "N" TO ClaimOk
                       MOVE "Expense category not mapped"
                           TO RejectReason
               END-READ
           END-IF.

      *>   CheckBranchLimit holds the branch to its monthly petty
      *>   cash limit, this claim included.
       CheckBranchLimit.
           MOVE ZERO TO BranchLimit
           IF FloatFileOpen
               MOVE PtcCityCode TO FltCityCode
               READ FloatFile
                   NOT INVALID KEY
                       MOVE FltPettyCashLimit TO BranchLimit
               END-READ
           END-IF
           IF BranchLimit = ZERO
               MOVE "N" TO ClaimOk
               MOVE "No petty cash limit for branch"
                   TO RejectReason
           ELSE
               COMPUTE SpentAfterClaim =
                       SpentThisMonth(PtcCityCode) + PtcAmount
               IF SpentAfterClaim > BranchLimit
                   MOVE "N" TO ClaimOk
                   MOVE "Exceeds branch monthly limit"
                       TO RejectReason
               END-IF
           END-IF.

       WriteRegisterLine.
           MOVE PtcCityCode TO RgdCityCode
           MOVE PtcClaimDate TO RgdClaimDate
           MOVE PtcCategory TO RgdCategory
           MOVE PtcAmount TO RgdAmount
           MOVE PtcApprover TO RgdApprover
           MOVE PtcReceiptRef TO RgdReceiptRef
           MOVE RejectReason TO RgdResult
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextClaim.
           READ ClaimInFile
               AT END MOVE "10" TO ClaimInStatus
           END-READ.

       ReadNextHistoryClaim.
           READ ClaimHistoryFile
               AT END MOVE "10" TO ClaimHistoryStatus
           END-READ.
