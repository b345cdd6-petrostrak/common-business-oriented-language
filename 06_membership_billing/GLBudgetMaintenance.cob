       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBudgetMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Keyed maintenance of the GLBUDGET budget file from a
      *>   BUDTRAN feed, for the odd correction between finance's
      *>   bulk loads: A adds a month's budget for an account, C
      *>   changes it, D deletes it. The account must be one that
      *>   GLACCMAP posts to and the month must be 1 to 12; an add
      *>   for a month already budgeted, or a change or delete for
      *>   one that is not, is rejected (a month holding only
      *>   postings may be added to). A change leaves the
      *>   actual already written back untouched, and a delete of
      *>   a month that has postings only zeroes its budget so the
      *>   actual still reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BudgetTranFile ASSIGN TO "BUDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetTranStatus.
           SELECT GLBudgetFile ASSIGN TO "GLBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLBudgetKey
               FILE STATUS IS GLBudgetStatus.
           SELECT GLAccountMapFile ASSIGN TO "GLACCMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MapPostingKey
               FILE STATUS IS GLAccountMapStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BudgetTranFile.
       COPY BUDTRAN.
       FD GLBudgetFile.
       COPY GLBUDGET.
       FD GLAccountMapFile.
       COPY GLACCMAP.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 BudgetTranStatus PIC XX VALUE "00".
           88 BudgetTransAtEnd VALUE "10".
       01 GLBudgetStatus PIC XX VALUE "00".
           88 GLBudgetNotFound VALUE "35".
       01 GLAccountMapStatus PIC XX VALUE "00".
           88 GLAccountMapAtEnd VALUE "10".
           88 GLAccountMapNotFound VALUE "35".
      *>   The accounts GLACCMAP posts to.
       01 AccountMax PIC 9(3) VALUE 500.
       01 AccountCount PIC 9(3) VALUE ZERO.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 ActAccountCode PIC X(8).
       01 AccountIdx PIC 9(3) COMP VALUE ZERO.
       01 AccountFoundFlag PIC X VALUE "N".
           88 AccountFound VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(30) VALUE SPACES.
       01 BudgetsAdded PIC 9(5) COMP VALUE ZERO.
       01 BudgetsChanged PIC 9(5) COMP VALUE ZERO.
       01 BudgetsDeleted PIC 9(5) COMP VALUE ZERO.
       01 BudgetsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadPostingAccounts
           OPEN INPUT BudgetTranFile
           OPEN I-O GLBudgetFile
           IF GLBudgetNotFound
               OPEN OUTPUT GLBudgetFile
               CLOSE GLBudgetFile
               OPEN I-O GLBudgetFile
           END-IF
           PERFORM ReadNextBudgetTran
           PERFORM ApplyOneBudgetTran UNTIL BudgetTransAtEnd
           CLOSE BudgetTranFile
           CLOSE GLBudgetFile
           DISPLAY "GLBudgetMaintenance - added = " BudgetsAdded
                   " changed = " BudgetsChanged
                   " deleted = " BudgetsDeleted
                   " rejected = " BudgetsRejected
           STOP RUN.

       LoadPostingAccounts.
           OPEN INPUT GLAccountMapFile
           IF NOT GLAccountMapNotFound
               PERFORM ReadNextMapping
               PERFORM LoadOnePostingAccount UNTIL GLAccountMapAtEnd
               CLOSE GLAccountMapFile
           END-IF.

       LoadOnePostingAccount.
           MOVE MapAccountCode TO BdtAccountCode
           PERFORM FindPostingAccount
           IF NOT AccountFound AND AccountCount < AccountMax
               ADD 1 TO AccountCount
               MOVE MapAccountCode TO ActAccountCode(AccountCount)
           END-IF
           PERFORM ReadNextMapping.

       FindPostingAccount.
           MOVE "N" TO AccountFoundFlag
           PERFORM MatchOneAccount
               VARYING AccountIdx FROM 1 BY 1
               UNTIL AccountIdx > AccountCount OR AccountFound.

       MatchOneAccount.
           IF ActAccountCode(AccountIdx) = BdtAccountCode
               MOVE "Y" TO AccountFoundFlag
           END-IF.

       ApplyOneBudgetTran.
           MOVE "Y" TO TranOk
           PERFORM ValidateBudgetTran
           IF TranValid
               MOVE BdtAccountCode TO BudAccountCode
               MOVE BdtYear TO BudYear
               MOVE BdtMonth TO BudMonth
               READ GLBudgetFile
                   INVALID KEY
                       MOVE "23" TO GLBudgetStatus
               END-READ
               EVALUATE TRUE
                   WHEN BdtAdd
                       PERFORM AddBudget
                   WHEN BdtChange
                       PERFORM ChangeBudget
                   WHEN BdtDelete
                       PERFORM DeleteBudget
               END-EVALUATE
           END-IF
           IF NOT TranValid
               ADD 1 TO BudgetsRejected
               DISPLAY "GLBudgetMaintenance - " BdtAction " "
                       BdtAccountCode " " BdtYear "/" BdtMonth
                       " rejected - " RejectReason
           END-IF
           PERFORM ReadNextBudgetTran.

       ValidateBudgetTran.
           IF NOT BdtAdd AND NOT BdtChange AND NOT BdtDelete
               MOVE "N" TO TranOk
               MOVE "action not A, C or D" TO RejectReason
           END-IF
           IF TranValid
               IF BdtYear NOT NUMERIC OR BdtMonth NOT NUMERIC
                  OR BdtMonth = ZERO OR BdtMonth > 12
                   MOVE "N" TO TranOk
                   MOVE "year or month invalid" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND NOT BdtDelete
               IF BdtAmount NOT NUMERIC
                   MOVE "N" TO TranOk
                   MOVE "amount not numeric" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               PERFORM FindPostingAccount
               IF NOT AccountFound
                   MOVE "N" TO TranOk
                   MOVE "account not on GLACCMAP" TO RejectReason
               END-IF
           END-IF.

      *>   AddBudget - a month that so far has only postings is
      *>   budgeted by an add, the actual kept.
       AddBudget.
           IF GLBudgetStatus = "00" AND NOT BudActualOnly
               MOVE "N" TO TranOk
               MOVE "month already budgeted" TO RejectReason
           END-IF
           IF TranValid AND GLBudgetStatus = "00"
               MOVE BdtAmount TO BudAmount
               MOVE "M" TO BudSource
               MOVE TodayYYYYMMDD TO BudUpdatedDate
               REWRITE GLBudgetRec
               ADD 1 TO BudgetsAdded
           END-IF
           IF TranValid AND GLBudgetStatus NOT = "00"
               MOVE BdtAccountCode TO BudAccountCode
               MOVE BdtYear TO BudYear
               MOVE BdtMonth TO BudMonth
               MOVE BdtAmount TO BudAmount
               MOVE ZERO TO BudActualAmount
               MOVE "M" TO BudSource
               MOVE TodayYYYYMMDD TO BudUpdatedDate
               MOVE ZERO TO BudActualDate
               WRITE GLBudgetRec
               ADD 1 TO BudgetsAdded
           END-IF.

      *>   ChangeBudget - a month the run created for unbudgeted
      *>   postings can be given its budget by a change as well.
       ChangeBudget.
           IF GLBudgetStatus NOT = "00"
               MOVE "N" TO TranOk
               MOVE "month not budgeted" TO RejectReason
           ELSE
               MOVE BdtAmount TO BudAmount
               MOVE "M" TO BudSource
               MOVE TodayYYYYMMDD TO BudUpdatedDate
               REWRITE GLBudgetRec
               ADD 1 TO BudgetsChanged
           END-IF.

       DeleteBudget.
           IF GLBudgetStatus NOT = "00"
               MOVE "N" TO TranOk
               MOVE "month not budgeted" TO RejectReason
           ELSE
               IF BudActualAmount = ZERO
                   DELETE GLBudgetFile
               ELSE
                   MOVE ZERO TO BudAmount
                   MOVE "A" TO BudSource
                   MOVE TodayYYYYMMDD TO BudUpdatedDate
                   REWRITE GLBudgetRec
               END-IF
               ADD 1 TO BudgetsDeleted
           END-IF.

       ReadNextBudgetTran.
           READ BudgetTranFile
               AT END MOVE "10" TO BudgetTranStatus
           END-READ.

       ReadNextMapping.
           READ GLAccountMapFile NEXT RECORD
               AT END MOVE "10" TO GLAccountMapStatus
           END-READ.
