      *>   (a 15-character CustomerName, a 0-99% TaxRate) against real
      *>   customer input, flagging anything that doesn't fit before
      *>   it ever reaches billing.
      *>   2026-10-15  Each customer now carries the billing account
      *>   its corporate invoice is raised under: six digits in the
      *>   900000 range, not already given to another customer in
      *>   the feed, or the customer is rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 MaxTaxRate PIC S9V99 VALUE .99.
       01 CustomerRejectedFlag PIC X VALUE "N".
           88 CustomerRejected VALUE "Y".
       01 BillingAccountNumber PIC 9(6) VALUE ZERO.
       01 CorporateAccountFloor PIC 9(6) VALUE 900000.
       01 AccountMax PIC 9(3) VALUE 500.
       01 AccountCount PIC 9(3) VALUE ZERO.
       01 AccountTable.
           02 AccountEntry OCCURS 500 TIMES.
               03 ActBillingAccount PIC 9(6).
       01 AccountIdx PIC 9(3) COMP VALUE ZERO.
       01 AccountTakenFlag PIC X VALUE "N".
           88 AccountTaken VALUE "Y".
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT CustomerInputFile
           MOVE "N" TO CustomerRejectedFlag
           PERFORM ValidateCustomerName
           PERFORM ValidateTaxRate
           PERFORM ValidateBillingAccount
           IF CustomerRejected
               PERFORM LogRejectedCustomer
           ELSE
               MOVE "Y" TO CustomerRejectedFlag
           END-IF.

      *>   ValidateBillingAccount keeps corporate accounts clear of
      *>   member numbers and of each other.
       ValidateBillingAccount.
           IF BillingAccountInput NOT NUMERIC
               MOVE "Y" TO CustomerRejectedFlag
           ELSE
               MOVE BillingAccountInput TO BillingAccountNumber
               IF BillingAccountNumber < CorporateAccountFloor
                   MOVE "Y" TO CustomerRejectedFlag
               ELSE
                   MOVE "N" TO AccountTakenFlag
                   PERFORM MatchOneAccount
                       VARYING AccountIdx FROM 1 BY 1
                       UNTIL AccountIdx > AccountCount OR AccountTaken
                   IF AccountTaken OR AccountCount >= AccountMax
                       MOVE "Y" TO CustomerRejectedFlag
                   END-IF
               END-IF
           END-IF.

       MatchOneAccount.
           IF ActBillingAccount(AccountIdx) = BillingAccountNumber
               MOVE "Y" TO AccountTakenFlag
           END-IF.

       WriteCustomerMaster.
           MOVE CustomerId OF CustomerInputRec
                   TO CustomerId OF CustomerRec
           MOVE CustomerNameInput TO CustomerName
           MOVE TaxRateInput TO TaxRate
           MOVE BillingAccountNumber TO BillingAccount
           ADD 1 TO AccountCount
           MOVE BillingAccountNumber TO ActBillingAccount(AccountCount)
           WRITE CustomerRec.

       LogRejectedCustomer.
           STRING CustomerId OF CustomerInputRec
                   " REJECTED - name, tax rate or account invalid - "
                   "name=" CustomerNameInput " taxrate=" TaxRateInput
                   " account=" BillingAccountInput
                   DELIMITED BY SIZE INTO CustomerExceptionLine
           WRITE CustomerExceptionLine.

