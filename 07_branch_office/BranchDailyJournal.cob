      *>   goes out alongside the print, carrying the branch's
      *>   CityCode, so the bundling run can hand each branch
      *>   manager their own pages.
      *>   2026-10-15  The day's accepted petty cash claims (PTYPOST)
      *>   journal under their branch as transaction type "PC", a
      *>   credit - cash out of the till - so the branch nets to
      *>   what it actually declared instead of short by the slips.
      *>   A branch with claims but no CITYTRAN still gets its
      *>   section.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TillDeclarationFile ASSIGN TO "TILLDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TillDeclarationStatus.
           SELECT PettyCashPostingFile ASSIGN TO "PTYPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PettyCashPostingStatus.
           SELECT JournalReport ASSIGN TO "BRJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TaggedReportFile ASSIGN TO "RPTTAGD"
       COPY CITYTXN.
       FD TillDeclarationFile.
       COPY TILLDECL.
       FD PettyCashPostingFile.
       COPY PTYCLAIM.
       FD JournalReport.
       01 JournalLine PIC X(70).
       FD TaggedReportFile.
       01 DeclaredDisplay PIC -ZZZ,ZZZ,ZZ9.99.
       01 TaggedReportStatus PIC XX VALUE "00".
           88 TaggedNotFound VALUE "35".
       01 PettyCashPostingStatus PIC XX VALUE "00".
           88 PettyCashPostingAtEnd VALUE "10".
           88 PettyCashPostingNotFound VALUE "35".
      *>   The day's petty cash per CityCode, and whether the
      *>   branch's section has taken it yet.
       01 PettyCashTable.
           02 PettyCashEntry OCCURS 999 TIMES.
               03 PtyPaidOut PIC 9(7)V99.
               03 PtyJournalled PIC X.
       01 PettyCashIdx PIC 9(4) COMP VALUE ZERO.
       01 HeldTransaction PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT TransactionFile
               OPEN OUTPUT TaggedReportFile
           END-IF
           PERFORM LoadTillDeclarations
           PERFORM LoadPettyCash
           PERFORM ReadNextTransaction
           PERFORM JournalOneTransaction UNTIL TransactionsAtEnd
           IF BranchOpen
               PERFORM CloseOutBranch
           END-IF
           PERFORM JournalPettyCashOnly
               VARYING PettyCashIdx FROM 1 BY 1
               UNTIL PettyCashIdx > 999
           DISPLAY "Branches out of balance = " BranchesOutOfBalance
           IF BranchesOutOfBalance > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       CloseOutBranch.
           PERFORM AddPettyCashType
           MOVE SPACES TO JournalLine
           STRING "BRANCH " CurrentBranch " DAILY JOURNAL"
               DELIMITED BY SIZE INTO JournalLine
           MOVE JournalLine TO RtgLine
           WRITE TaggedReportRec.

      *>   LoadPettyCash totals the day's claims per branch; no
      *>   PTYPOST means no petty cash was paid today.
       LoadPettyCash.
           PERFORM ClearOnePettyCash
               VARYING PettyCashIdx FROM 1 BY 1
               UNTIL PettyCashIdx > 999
           OPEN INPUT PettyCashPostingFile
           IF NOT PettyCashPostingNotFound
               PERFORM ReadNextPettyCash
               PERFORM AddOnePettyCash UNTIL PettyCashPostingAtEnd
               CLOSE PettyCashPostingFile
           END-IF.

       ClearOnePettyCash.
           MOVE ZERO TO PtyPaidOut(PettyCashIdx)
           MOVE "N" TO PtyJournalled(PettyCashIdx).

       AddOnePettyCash.
           IF PtcCityCode >= 1
               ADD PtcAmount TO PtyPaidOut(PtcCityCode)
           END-IF
           PERFORM ReadNextPettyCash.

      *>   AddPettyCashType journals the branch's claims as a "PC"
      *>   credit among its transaction types; the transaction in
      *>   hand, which may be the next branch's first, is held
      *>   aside while the claim is put through the type table.
       AddPettyCashType.
           IF CurrentBranch >= 1
              AND PtyPaidOut(CurrentBranch) > ZERO
              AND PtyJournalled(CurrentBranch) = "N"
               MOVE "Y" TO PtyJournalled(CurrentBranch)
               MOVE CityTransaction TO HeldTransaction
               MOVE CurrentBranch TO TxnCityCode
               MOVE "PC" TO TxnType
               MOVE "C" TO TxnDebitCredit
               MOVE PtyPaidOut(CurrentBranch) TO TxnAmount
               PERFORM FindOrAddType
               IF TypeFound
                   ADD TxnAmount TO TtlCredits(TypeIdx)
                   ADD TxnAmount TO BranchCredits
               END-IF
               MOVE HeldTransaction TO CityTransaction
           END-IF.

      *>   JournalPettyCashOnly gives a branch that paid petty cash
      *>   but had no other activity its own section.
       JournalPettyCashOnly.
           IF PtyPaidOut(PettyCashIdx) > ZERO
              AND PtyJournalled(PettyCashIdx) = "N"
               MOVE PettyCashIdx TO CurrentBranch
               MOVE "Y" TO BranchOpenFlag
               MOVE ZERO TO BranchDebits
               MOVE ZERO TO BranchCredits
               MOVE ZERO TO TypeCount
               PERFORM CloseOutBranch
           END-IF.

       ReadNextPettyCash.
           READ PettyCashPostingFile
               AT END MOVE "10" TO PettyCashPostingStatus
           END-READ.

       ReadNextTransaction.
           READ TransactionFile
               AT END MOVE "10" TO TransactionStatus
