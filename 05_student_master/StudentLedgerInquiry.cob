       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentLedgerInquiry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Front-desk inquiry on the student account ledger. The
      *>   clerk keys a StudentId and sees the student's name from
      *>   the master, every STUDLEDG entry in posting order with
      *>   its date, period, amount and running balance, and the
      *>   balance the account stands at - charges, aid, withdrawal
      *>   refunds and payments in one place. Repeats until the
      *>   clerk keys zero. Signs on through PasswordCheck unless
      *>   the session came from the operator menu, the
      *>   StudentInquiry rule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT LedgerFile ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentLedgerKey
               FILE STATUS IS LedgerFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StudentMasterFile.
       COPY STUDREC.
       FD LedgerFile.
       COPY STUDLEDG.
       WORKING-STORAGE SECTION.
       01 StudentMasterStatus PIC XX VALUE "00".
       01 LedgerFileStatus PIC XX VALUE "00".
           88 LedgerAtEnd VALUE "10".
           88 LedgerFileNotFound VALUE "35".
       01 InquiryId PIC 9(7) VALUE ZEROS.
       01 EntriesShown PIC 9(5) VALUE ZERO.
       01 AccountBalance PIC S9(7)V99 VALUE ZERO.
       01 EntryTypeName PIC X(8) VALUE SPACES.
       01 ShowAmount PIC Z(6)9.99.
       01 ShowBalance PIC Z(6)9.99-.
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 SignOnOperator PIC X(8) VALUE SPACES.
       01 PasswordKeyed PIC X(12) VALUE SPACES.
       01 PasswordReturnCode PIC 9(4) VALUE ZERO.
       01 InquiryProgramName PIC X(20) VALUE "StudentLedgerInq".
       PROCEDURE DIVISION.
       Begin.
           PERFORM AuthenticateOperator
           OPEN INPUT LedgerFile
           IF LedgerFileNotFound
               DISPLAY "No student ledger on file yet"
               GOBACK
           END-IF
           OPEN INPUT StudentMasterFile
           PERFORM AcceptInquiryId
           PERFORM ShowStudentLedger UNTIL InquiryId = ZERO
           CLOSE StudentMasterFile
           CLOSE LedgerFile
           GOBACK.

       ShowStudentLedger.
           MOVE InquiryId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   DISPLAY "No student found for StudentId " InquiryId
               NOT INVALID KEY
                   DISPLAY "StudentId  : " StudentId OF StudentRec
                   DISPLAY "Name       : " Surname "," SPACE Forename
                   PERFORM ListLedgerEntries
           END-READ
           PERFORM AcceptInquiryId.

       ListLedgerEntries.
           MOVE ZERO TO EntriesShown
           MOVE ZERO TO AccountBalance
           MOVE "00" TO LedgerFileStatus
           MOVE InquiryId TO LgrStudentId
           MOVE ZERO TO LgrSeqNo
           START LedgerFile KEY NOT LESS THAN StudentLedgerKey
               INVALID KEY MOVE "10" TO LedgerFileStatus
           END-START
           IF NOT LedgerAtEnd
               PERFORM ReadNextLedgerEntry
           END-IF
           PERFORM ShowOneLedgerEntry
               UNTIL LedgerAtEnd
                  OR LgrStudentId NOT = InquiryId
           IF EntriesShown = ZERO
               DISPLAY "No ledger entries - account never posted"
           ELSE
               MOVE AccountBalance TO ShowBalance
               DISPLAY "Balance    : " ShowBalance
           END-IF.

       ShowOneLedgerEntry.
           EVALUATE TRUE
               WHEN LgrCharge
                   MOVE "CHARGE  " TO EntryTypeName
               WHEN LgrAward
                   MOVE "AWARD   " TO EntryTypeName
               WHEN LgrRefund
                   MOVE "REFUND  " TO EntryTypeName
               WHEN LgrPayment
                   MOVE "PAYMENT " TO EntryTypeName
               WHEN OTHER
                   MOVE "UNKNOWN " TO EntryTypeName
           END-EVALUATE
           MOVE LgrAmount TO ShowAmount
           MOVE LgrBalance TO ShowBalance
           DISPLAY LgrEntryDate " " EntryTypeName
                   LgrPeriodYear "/" LgrPeriodMonth " "
                   ShowAmount " " ShowBalance
           MOVE LgrBalance TO AccountBalance
           ADD 1 TO EntriesShown
           PERFORM ReadNextLedgerEntry.

       ReadNextLedgerEntry.
           READ LedgerFile NEXT RECORD
               AT END MOVE "10" TO LedgerFileStatus
           END-READ.

       AcceptInquiryId.
           DISPLAY "Enter StudentId (zero to finish) - "
                   WITH NO ADVANCING
           ACCEPT InquiryId.

      *>   AuthenticateOperator proves the clerk's password through
      *>   the shared PasswordCheck before anything displays; a
      *>   session dispatched from the operator menu was proved at
      *>   the menu and is not challenged twice.
       AuthenticateOperator.
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               CONTINUE
           ELSE
               DISPLAY "Operator id - " WITH NO ADVANCING
               ACCEPT SignOnOperator
               DISPLAY "Password    - " WITH NO ADVANCING
               ACCEPT PasswordKeyed
               CALL "PasswordCheck" USING InquiryProgramName
                       SignOnOperator PasswordKeyed
                       PasswordReturnCode
               END-CALL
               MOVE SPACES TO PasswordKeyed
               IF PasswordReturnCode = 4
                   DISPLAY "Password has expired - ask the "
                           "security officer for a reset"
               END-IF
               IF PasswordReturnCode NOT = ZERO
                  AND PasswordReturnCode NOT = 4
                   DISPLAY "Sign-on refused for " SignOnOperator
                   MOVE PasswordReturnCode TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
