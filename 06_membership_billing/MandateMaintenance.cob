      *>   extract collects only against active mandates, so a
      *>   mandate recorded here is the difference between a member
      *>   we may debit and one we may not.
      *>   2026-10-15  Account details are now proved against the
      *>   BANKDIR sort code directory before a mandate is
      *>   recorded: the sort code must be listed, open and
      *>   accepting direct debits, and the account number must
      *>   pass the check the directory gives for the branch.
      *>   Until a directory has been loaded the details are taken
      *>   as keyed, as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT BankDirectoryFile ASSIGN TO "BANKDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BkdSortCode
               FILE STATUS IS BankDirectoryStatus.
       DATA DIVISION.
       FILE SECTION.
       FD MandateTranFile.
       COPY DDMAND.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD BankDirectoryFile.
       COPY BANKDIR.
       WORKING-STORAGE SECTION.
       01 MandateTranStatus PIC XX VALUE "00".
           88 MandateTransAtEnd VALUE "10".
           88 TranValid VALUE "Y".
       01 MandatesApplied PIC 9(5) COMP VALUE ZERO.
       01 MandatesRejected PIC 9(5) COMP VALUE ZERO.
       01 BankDirectoryStatus PIC XX VALUE "00".
           88 BankDirectoryNotFound VALUE "35".
       01 BankDirectoryOpenFlag PIC X VALUE "N".
           88 BankDirectoryOpen VALUE "Y".
      *>   Account-number check: the six sort code digits and the
      *>   eight account digits side by side, weighted by the
      *>   directory's weights for the branch.
       01 CheckDigitString.
           02 CheckSortCode PIC 9(6).
           02 CheckAccount PIC 9(8).
       01 CheckDigitTable REDEFINES CheckDigitString.
           02 CheckDigit PIC 9 OCCURS 14 TIMES.
       01 CheckIdx PIC 9(2) COMP VALUE ZERO.
       01 CheckProduct PIC 9(3) VALUE ZERO.
       01 CheckProductTens PIC 9(2) VALUE ZERO.
       01 CheckProductUnits PIC 9 VALUE ZERO.
       01 CheckTotal PIC 9(5) VALUE ZERO.
       01 CheckQuotient PIC 9(5) VALUE ZERO.
       01 CheckRemainder PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT MandateTranFile
           OPEN INPUT MemberMasterFile
           MOVE "Y" TO BankDirectoryOpenFlag
           OPEN INPUT BankDirectoryFile
           IF BankDirectoryNotFound
               MOVE "N" TO BankDirectoryOpenFlag
               DISPLAY "MandateMaintenance - no bank directory on "
                       "file, account details not validated"
           END-IF
           OPEN I-O MandateFile
           IF MandateFileNotFound
               OPEN OUTPUT MandateFile
           CLOSE MandateTranFile
           CLOSE MemberMasterFile
           CLOSE MandateFile
           IF BankDirectoryOpen
               CLOSE BankDirectoryFile
           END-IF
           DISPLAY "MandateMaintenance - mandates applied = "
                   MandatesApplied " rejected = " MandatesRejected
           STOP RUN.
                       "details for MemberId " MntMemberId
                       ", mandate rejected"
           END-IF
           IF TranValid AND BankDirectoryOpen
               PERFORM ValidateBankAccount
           END-IF
           IF TranValid
               MOVE MntMemberId TO MndMemberId
               MOVE MntBankSortCode TO MndBankSortCode
               END-WRITE
           END-IF.

      *>   ValidateBankAccount proves the keyed sort code against the
      *>   directory and the account number against the branch's
      *>   published check.
       ValidateBankAccount.
           MOVE MntBankSortCode TO BkdSortCode
           READ BankDirectoryFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   DISPLAY "MandateMaintenance - sort code "
                           MntBankSortCode " not on bank directory"
                           " for MemberId " MntMemberId
                           ", mandate rejected"
           END-READ
           IF TranValid AND BkdClosed
               MOVE "N" TO TranOk
               DISPLAY "MandateMaintenance - sort code "
                       MntBankSortCode " closed " BkdClosedDate
                       " for MemberId " MntMemberId
                       ", mandate rejected"
           END-IF
           IF TranValid AND NOT BkdAcceptsDirectDebit
               MOVE "N" TO TranOk
               DISPLAY "MandateMaintenance - sort code "
                       MntBankSortCode " does not accept direct "
                       "debits for MemberId " MntMemberId
                       ", mandate rejected"
           END-IF
           IF TranValid AND NOT BkdNoCheck
               PERFORM CheckAccountNumber
               IF CheckRemainder NOT = ZERO
                   MOVE "N" TO TranOk
                   DISPLAY "MandateMaintenance - account "
                           MntBankAccount " fails the "
                           BkdCheckMethod " check for sort code "
                           MntBankSortCode " MemberId "
                           MntMemberId ", mandate rejected"
               END-IF
           END-IF.

      *>   CheckAccountNumber leaves CheckRemainder zero when the
      *>   account passes: the weighted total of the fourteen
      *>   digits (for double-alternate, the sum of the digits of
      *>   each product) divided by 10, or by 11 for modulus 11.
       CheckAccountNumber.
           MOVE MntBankSortCode TO CheckSortCode
           MOVE MntBankAccount TO CheckAccount
           MOVE ZERO TO CheckTotal
           PERFORM AddOneCheckDigit
               VARYING CheckIdx FROM 1 BY 1 UNTIL CheckIdx > 14
           IF BkdModulus11
               DIVIDE CheckTotal BY 11
                   GIVING CheckQuotient REMAINDER CheckRemainder
           ELSE
               DIVIDE CheckTotal BY 10
                   GIVING CheckQuotient REMAINDER CheckRemainder
           END-IF.

       AddOneCheckDigit.
           COMPUTE CheckProduct =
                   CheckDigit(CheckIdx) * BkdWeight(CheckIdx)
           IF BkdDoubleAlternate
               DIVIDE CheckProduct BY 10
                   GIVING CheckProductTens
                   REMAINDER CheckProductUnits
               ADD CheckProductTens CheckProductUnits TO CheckTotal
           ELSE
               ADD CheckProduct TO CheckTotal
           END-IF.

      *>   CancelMandate keeps the closed record on file with its
      *>   signed date rather than deleting it - a dead mandate is
      *>   evidence of the authority we once held.
