       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificationInquiry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Registry inquiry on the VERIFLOG enrollment verification
      *>   log. When a bank, landlord or visa office rings to check
      *>   a letter, the clerk keys the reference it quotes and sees
      *>   what the letter confirmed - the student and their name
      *>   from the master, the term, course count and credit load,
      *>   full- or part-time, to whom and on what date it was
      *>   issued and who keyed the request. Repeats until the clerk
      *>   keys zero. Signs on through PasswordCheck unless the
      *>   session came from the operator menu, the StudentInquiry
      *>   rule.
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
           SELECT VerificationLogFile ASSIGN TO "VERIFLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VflReference
               FILE STATUS IS VerificationLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StudentMasterFile.
       COPY STUDREC.
       FD VerificationLogFile.
       COPY VERIFLOG.
       WORKING-STORAGE SECTION.
       01 StudentMasterStatus PIC XX VALUE "00".
       01 VerificationLogStatus PIC XX VALUE "00".
           88 VerificationLogNotFound VALUE "35".
       01 InquiryReference PIC 9(8) VALUE ZEROS.
       01 LoadTypeName PIC X(9) VALUE SPACES.
       01 PurposeName PIC X(12) VALUE SPACES.
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 SignOnOperator PIC X(8) VALUE SPACES.
       01 PasswordKeyed PIC X(12) VALUE SPACES.
       01 PasswordReturnCode PIC 9(4) VALUE ZERO.
       01 InquiryProgramName PIC X(20) VALUE "VerificationInquiry".
       PROCEDURE DIVISION.
       Begin.
           PERFORM AuthenticateOperator
           OPEN INPUT VerificationLogFile
           IF VerificationLogNotFound
               DISPLAY "No verification letters issued yet"
               GOBACK
           END-IF
           OPEN INPUT StudentMasterFile
           PERFORM AcceptInquiryReference
           PERFORM ShowVerification UNTIL InquiryReference = ZERO
           CLOSE StudentMasterFile
           CLOSE VerificationLogFile
           GOBACK.

       ShowVerification.
           MOVE InquiryReference TO VflReference
           READ VerificationLogFile
               INVALID KEY
                   DISPLAY "No letter issued under reference "
                           InquiryReference
               NOT INVALID KEY
                   PERFORM ShowLoggedLetter
           END-READ
           PERFORM AcceptInquiryReference.

       ShowLoggedLetter.
           MOVE VflStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE SPACES TO StudentName
           END-READ
           IF VflFullTime
               MOVE "FULL-TIME" TO LoadTypeName
           ELSE
               MOVE "PART-TIME" TO LoadTypeName
           END-IF
           EVALUATE VflPurpose
               WHEN "B"
                   MOVE "BANK" TO PurposeName
               WHEN "L"
                   MOVE "LANDLORD" TO PurposeName
               WHEN "V"
                   MOVE "VISA OFFICE" TO PurposeName
               WHEN OTHER
                   MOVE "OTHER" TO PurposeName
           END-EVALUATE
           DISPLAY "Reference  : " VflReference
                   "   issued " VflIssueDate
           DISPLAY "StudentId  : " VflStudentId
                   "   " Surname "," SPACE Forename
           DISPLAY "Confirmed  : status " VflStudentStatus
                   ", course " VflCourseID ", term " VflTerm
           DISPLAY "Load       : " VflCourseCount " courses, "
                   VflCreditLoad " credits, " LoadTypeName
           DISPLAY "Issued to  : " VflAddressee " (" PurposeName ")"
           DISPLAY "Requested  : " VflRequestDate
                   " keyed by " VflOperatorId.

       AcceptInquiryReference.
           DISPLAY "Enter verification reference (zero to finish) - "
                   WITH NO ADVANCING
           ACCEPT InquiryReference.

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
