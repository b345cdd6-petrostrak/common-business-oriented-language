       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberFeeQuotation.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Counter fee quotation for a prospective member - the
      *>   AcceptMultiplyDisplay accept, price and display pattern
      *>   put to work. The clerk keys the member type, the intended
      *>   join date and any discount code. The screen then prices
      *>   the first bill and the ongoing monthly fee the way the
      *>   billing run will:
      *>     - the FEESCHED rate in force on the first of the month
      *>       (the billing run's in-storage rates when there is no
      *>       FEESCHED);
      *>     - the first month prorated from the join day over the
      *>       days in the month;
      *>     - the DISCREF discount when the code is valid for the
      *>       month and the member type;
      *>     - TAXRATE tax in force for the month, unless the type
      *>       is on the exemption list.
      *>   Every quote is saved on FEEQUOTE under the next quote
      *>   number, which the clerk gives the prospect to quote back
      *>   when they join. Repeats until the clerk keys 0 for the
      *>   type.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeeQuoteFile ASSIGN TO "FEEQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QteNumber
               FILE STATUS IS FeeQuoteStatus.
           SELECT ScheduleFile ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FeeScheduleKey
               FILE STATUS IS ScheduleFileStatus.
           SELECT DiscountFile ASSIGN TO "DISCREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DscCode
               FILE STATUS IS DiscountFileStatus.
           SELECT TaxRateFile ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TaxEffectiveFrom
               FILE STATUS IS TaxRateStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FeeQuoteFile.
       COPY FEEQUOTE.
       FD ScheduleFile.
       COPY FEESCHED.
       FD DiscountFile.
       COPY DISCREF.
       FD TaxRateFile.
       COPY TAXRATE.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 FeeQuoteStatus PIC XX VALUE "00".
           88 FeeQuoteAtEnd VALUE "10".
           88 FeeQuoteNotFound VALUE "35".
       01 ScheduleFileStatus PIC XX VALUE "00".
           88 ScheduleAtEnd VALUE "10".
           88 ScheduleFileNotFound VALUE "35".
       01 ScheduleOpenFlag PIC X VALUE "N".
           88 ScheduleFileOpen VALUE "Y".
       01 DiscountFileStatus PIC XX VALUE "00".
           88 DiscountFileNotFound VALUE "35".
       01 DiscountFileOpenFlag PIC X VALUE "N".
           88 DiscountFileOpen VALUE "Y".
       01 TaxRateStatus PIC XX VALUE "00".
           88 TaxRatesAtEnd VALUE "10".
           88 TaxRateNotFound VALUE "35".
       01 TaxFileOpenFlag PIC X VALUE "N".
           88 TaxFileOpen VALUE "Y".

      *>   What the clerk keys.
       01 QuoteMemberType PIC X VALUE SPACE.
           88 EndOfQuotes VALUE "0".
       01 QuoteJoinDate PIC 9(8) VALUE ZERO.
       01 QuoteJoinParts REDEFINES QuoteJoinDate.
           02 QuoteJoinYear PIC 9(4).
           02 QuoteJoinMonth PIC 9(2).
           02 QuoteJoinDay PIC 9(2).
       01 QuoteDiscountCode PIC X(4) VALUE SPACES.
       01 QuoteOkFlag PIC X VALUE "Y".
           88 QuoteOk VALUE "Y".

      *>   The month being priced - the join month for the first
      *>   bill, the month after it for the ongoing fee.
       01 PriceYear PIC 9(4) VALUE ZERO.
       01 PriceMonth PIC 9(2) VALUE ZERO.
       01 PricePeriodDate PIC 9(8) VALUE ZERO.
       01 DaysInPeriod PIC 9(2) VALUE ZERO.
       01 BilledDays PIC 9(2) VALUE ZERO.
       01 Fees PIC 9(3)V99 VALUE ZERO.
       01 TotalFees PIC 9(5)V99 VALUE ZERO.
       01 DiscountForFee PIC 9(5)V99 VALUE ZERO.
       01 TaxForFee PIC 9(5)V99 VALUE ZERO.
       01 FeeOverflowReturnCode PIC 9(4) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "MemberFeeQuotation".

      *>   The billing run's in-storage rates, used when no FEESCHED
      *>   reference is on file.
       01 FeeScheduleValues.
           02 FILLER PIC X(6) VALUE "S05224".
           02 FILLER PIC X(6) VALUE "F08500".
           02 FILLER PIC X(6) VALUE "T02500".
           02 FILLER PIC X(6) VALUE "R04000".
       01 FeeScheduleTable REDEFINES FeeScheduleValues.
           02 FeeScheduleEntry OCCURS 4 TIMES.
               03 FeeScheduleType PIC X.
               03 FeeScheduleRate PIC 9(3)V99.
       01 FeeIdx PIC 9 COMP VALUE ZERO.
       01 FeeRateFound PIC X VALUE "N".
           88 FeeRateOk VALUE "Y".
       01 BestRateFound PIC X VALUE "N".
           88 ScheduledRateFound VALUE "Y".
       01 BestRate PIC 9(3)V99 VALUE ZERO.
       01 TaxPctInForce PIC 9(2)V99 VALUE ZERO.
       01 TaxExemptInForce PIC X(4) VALUE SPACES.
       01 TaxRateChosen PIC X VALUE "N".
           88 TaxRateInForce VALUE "Y".
       01 ExemptIdx PIC 9 COMP VALUE ZERO.
       01 MemberExemptFlag PIC X VALUE "N".
           88 MemberTaxExempt VALUE "Y".

      *>   Month lengths, February corrected for leap years.
       01 DaysInMonthValues.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 28.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
           02 FILLER PIC 9(2) VALUE 30.
           02 FILLER PIC 9(2) VALUE 31.
       01 DaysInMonthTable REDEFINES DaysInMonthValues.
           02 DaysInMonthEntry PIC 9(2) OCCURS 12 TIMES.
       01 YearDiv4 PIC 9(4) VALUE ZERO.
       01 YearRem4 PIC 99 VALUE ZERO.
       01 YearDiv100 PIC 9(4) VALUE ZERO.
       01 YearRem100 PIC 99 VALUE ZERO.
       01 YearDiv400 PIC 9(4) VALUE ZERO.
       01 YearRem400 PIC 999 VALUE ZERO.

       01 LastQuoteNumber PIC 9(7) VALUE ZERO.
       01 QuotesGiven PIC 9(5) COMP VALUE ZERO.
       01 RateDisplay PIC ZZ9.99.
       01 AmountDisplay PIC ZZ,ZZ9.99.
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 SignOnOperator PIC X(8) VALUE SPACES.
       01 PasswordKeyed PIC X(12) VALUE SPACES.
       01 PasswordReturnCode PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           PERFORM AuthenticateOperator
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO SignOnOperator
           END-IF
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O FeeQuoteFile
           IF FeeQuoteNotFound
               OPEN OUTPUT FeeQuoteFile
               CLOSE FeeQuoteFile
               OPEN I-O FeeQuoteFile
           END-IF
           PERFORM FindLastQuoteNumber
           MOVE "Y" TO ScheduleOpenFlag
           OPEN INPUT ScheduleFile
           IF ScheduleFileNotFound
               MOVE "N" TO ScheduleOpenFlag
           END-IF
           MOVE "Y" TO DiscountFileOpenFlag
           OPEN INPUT DiscountFile
           IF DiscountFileNotFound
               MOVE "N" TO DiscountFileOpenFlag
           END-IF
           MOVE "Y" TO TaxFileOpenFlag
           OPEN INPUT TaxRateFile
           IF TaxRateNotFound
               MOVE "N" TO TaxFileOpenFlag
           END-IF
           PERFORM AcceptMemberType
           PERFORM QuoteOneProspect UNTIL EndOfQuotes
           CLOSE FeeQuoteFile
           IF ScheduleFileOpen
               CLOSE ScheduleFile
           END-IF
           IF DiscountFileOpen
               CLOSE DiscountFile
           END-IF
           IF TaxFileOpen
               CLOSE TaxRateFile
           END-IF
           DISPLAY "MemberFeeQuotation - quotes given = " QuotesGiven
           GOBACK.

      *>   FindLastQuoteNumber reads the quotation file through once
      *>   for the highest number given out so far.
       FindLastQuoteNumber.
           MOVE ZERO TO QteNumber
           START FeeQuoteFile KEY NOT LESS THAN QteNumber
               INVALID KEY MOVE "10" TO FeeQuoteStatus
           END-START
           IF NOT FeeQuoteAtEnd
               PERFORM ReadNextQuote
           END-IF
           PERFORM NoteOneQuote UNTIL FeeQuoteAtEnd
           MOVE "00" TO FeeQuoteStatus.

       NoteOneQuote.
           MOVE QteNumber TO LastQuoteNumber
           PERFORM ReadNextQuote.

       QuoteOneProspect.
           MOVE "Y" TO QuoteOkFlag
           DISPLAY "Intended join date (YYYYMMDD) - "
                   WITH NO ADVANCING
           ACCEPT QuoteJoinDate
           DISPLAY "Discount code (blank for none) - "
                   WITH NO ADVANCING
           ACCEPT QuoteDiscountCode
           PERFORM ValidateQuoteEntry
           IF QuoteOk
               PERFORM PriceAndSaveQuote
           END-IF
           PERFORM AcceptMemberType.

      *>   ValidateQuoteEntry refuses a type with no rate, an
      *>   impossible date, or a join date already past.
       ValidateQuoteEntry.
           IF QuoteJoinDate NOT NUMERIC
              OR QuoteJoinMonth < 1 OR QuoteJoinMonth > 12
               MOVE "N" TO QuoteOkFlag
               DISPLAY "Join date is not a valid date"
           ELSE
               MOVE QuoteJoinYear TO PriceYear
               MOVE QuoteJoinMonth TO PriceMonth
               PERFORM FindDaysInPeriod
               IF QuoteJoinDay < 1 OR QuoteJoinDay > DaysInPeriod
                   MOVE "N" TO QuoteOkFlag
                   DISPLAY "Join date is not a valid date"
               END-IF
           END-IF
           IF QuoteOk AND QuoteJoinDate < TodayYYYYMMDD
               MOVE "N" TO QuoteOkFlag
               DISPLAY "Join date is already past"
           END-IF
           IF QuoteOk
               PERFORM LookupFeeRate
               IF NOT FeeRateOk
                   MOVE "N" TO QuoteOkFlag
                   DISPLAY "No fee schedule for member type "
                           QuoteMemberType
               END-IF
           END-IF
           IF QuoteOk AND QuoteDiscountCode NOT = SPACES
               IF DiscountFileOpen
                   MOVE QuoteDiscountCode TO DscCode
                   READ DiscountFile
                       INVALID KEY
                           MOVE "N" TO QuoteOkFlag
                           DISPLAY "Discount code "
                                   QuoteDiscountCode " not on file"
                   END-READ
               ELSE
                   MOVE "N" TO QuoteOkFlag
                   DISPLAY "No discount codes are running"
               END-IF
           END-IF.

      *>   PriceAndSaveQuote prices the join month prorated from the
      *>   join day, then a full month after it, and files the
      *>   quote under the next number.
       PriceAndSaveQuote.
           MOVE SPACES TO FeeQuoteRec
           ADD 1 TO LastQuoteNumber
           MOVE LastQuoteNumber TO QteNumber
           MOVE TodayYYYYMMDD TO QteQuoteDate
           MOVE SignOnOperator TO QteOperatorId
           MOVE QuoteMemberType TO QteMemberType
           MOVE QuoteJoinDate TO QteJoinDate
           MOVE QuoteDiscountCode TO QteDiscountCode
           MOVE QuoteJoinYear TO PriceYear
           MOVE QuoteJoinMonth TO PriceMonth
           PERFORM FindDaysInPeriod
           MOVE DaysInPeriod TO BilledDays
           IF QuoteJoinDay > 1
               COMPUTE BilledDays = DaysInPeriod - QuoteJoinDay + 1
           END-IF
           PERFORM PriceOneMonth
           MOVE Fees TO QteFirstRate
           MOVE BilledDays TO QteFirstBilledDays
           MOVE DaysInPeriod TO QteFirstDaysInPeriod
           MOVE DiscountForFee TO QteFirstDiscount
           MOVE TaxForFee TO QteFirstTax
           MOVE TotalFees TO QteFirstTotal
           ADD 1 TO PriceMonth
           IF PriceMonth > 12
               MOVE 1 TO PriceMonth
               ADD 1 TO PriceYear
           END-IF
           PERFORM FindDaysInPeriod
           MOVE DaysInPeriod TO BilledDays
           PERFORM PriceOneMonth
           MOVE Fees TO QteMonthlyRate
           MOVE DiscountForFee TO QteMonthlyDiscount
           MOVE TaxForFee TO QteMonthlyTax
           MOVE TotalFees TO QteMonthlyTotal
           MOVE "O" TO QteStatus
           MOVE ZERO TO QteMemberId
           MOVE ZERO TO QteConvertedDate
           WRITE FeeQuoteRec
               INVALID KEY
                   DISPLAY "MemberFeeQuotation - quote "
                           QteNumber " could not be saved"
               NOT INVALID KEY
                   ADD 1 TO QuotesGiven
                   PERFORM DisplayQuote
           END-WRITE.

      *>   PriceOneMonth prices PriceYear/PriceMonth for BilledDays
      *>   of DaysInPeriod in the billing run's order: rate,
      *>   proration, discount, tax.
       PriceOneMonth.
           MOVE ZERO TO DiscountForFee
           MOVE ZERO TO TaxForFee
           PERFORM LookupFeeRate
           MOVE Fees TO TotalFees
           IF BilledDays < DaysInPeriod
               COMPUTE TotalFees ROUNDED =
                   Fees * BilledDays / DaysInPeriod
                   ON SIZE ERROR
                       CALL "OverflowCheck" USING ProgramNameLiteral
                           "Quotation proration"
                           FeeOverflowReturnCode
                       END-CALL
               END-COMPUTE
           END-IF
           IF QuoteDiscountCode NOT = SPACES AND DiscountFileOpen
               PERFORM PriceDiscount
           END-IF
           IF TaxFileOpen
               PERFORM ApplySalesTax
           END-IF.

      *>   LookupFeeRate finds the rate in force on the first of the
      *>   month being priced, as the live billing run does.
       LookupFeeRate.
           COMPUTE PricePeriodDate =
                   PriceYear * 10000 + PriceMonth * 100 + 1
           IF ScheduleFileOpen
               PERFORM LookupScheduledRate
           ELSE
               MOVE "N" TO FeeRateFound
               PERFORM FindFeeRateEntry
                   VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx > 4 OR FeeRateOk
           END-IF.

       LookupScheduledRate.
           MOVE "N" TO FeeRateFound
           MOVE "N" TO BestRateFound
           MOVE "00" TO ScheduleFileStatus
           MOVE QuoteMemberType TO FscMemberType
           MOVE ZERO TO FscEffectiveFrom
           START ScheduleFile KEY NOT LESS THAN FeeScheduleKey
               INVALID KEY MOVE "10" TO ScheduleFileStatus
           END-START
           IF NOT ScheduleAtEnd
               PERFORM ReadNextScheduleRow
           END-IF
           PERFORM WeighOneScheduleRow
               UNTIL ScheduleAtEnd
                  OR FscMemberType NOT = QuoteMemberType
           IF ScheduledRateFound
               MOVE BestRate TO Fees
               MOVE "Y" TO FeeRateFound
           END-IF
           MOVE "00" TO ScheduleFileStatus.

       WeighOneScheduleRow.
           IF FscEffectiveFrom <= PricePeriodDate
               MOVE FscRate TO BestRate
               MOVE "Y" TO BestRateFound
           END-IF
           PERFORM ReadNextScheduleRow.

       FindFeeRateEntry.
           IF FeeScheduleType(FeeIdx) = QuoteMemberType
               MOVE FeeScheduleRate(FeeIdx) TO Fees
               MOVE "Y" TO FeeRateFound
           END-IF.

      *>   PriceDiscount takes the DISCREF promotion off on the
      *>   billing run's terms: the month inside the validity
      *>   window, the type covered, never more than the charge.
       PriceDiscount.
           MOVE QuoteDiscountCode TO DscCode
           READ DiscountFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PricePeriodDate >= DscValidFrom
                      AND PricePeriodDate <= DscValidTo
                      AND (DscMemberType = SPACE
                           OR DscMemberType = QuoteMemberType)
                       PERFORM TakeDiscount
                   END-IF
           END-READ.

       TakeDiscount.
           IF DscPercentage
               COMPUTE DiscountForFee ROUNDED =
                       TotalFees * DscPercent / 100
                   ON SIZE ERROR
                       CALL "OverflowCheck" USING ProgramNameLiteral
                           "Quotation discount"
                           FeeOverflowReturnCode
                       END-CALL
               END-COMPUTE
           ELSE
               MOVE DscAmount TO DiscountForFee
           END-IF
           IF DiscountForFee > TotalFees
               MOVE TotalFees TO DiscountForFee
           END-IF
           SUBTRACT DiscountForFee FROM TotalFees.

      *>   ApplySalesTax adds the TAXRATE tax in force on the first
      *>   of the month unless the type is exempt.
       ApplySalesTax.
           MOVE "N" TO TaxRateChosen
           MOVE "00" TO TaxRateStatus
           MOVE ZERO TO TaxEffectiveFrom
           START TaxRateFile KEY NOT LESS THAN TaxEffectiveFrom
               INVALID KEY MOVE "10" TO TaxRateStatus
           END-START
           IF NOT TaxRatesAtEnd
               PERFORM ReadNextTaxRate
           END-IF
           PERFORM WeighOneTaxRate UNTIL TaxRatesAtEnd
           MOVE "00" TO TaxRateStatus
           IF TaxRateInForce AND TaxPctInForce > ZERO
               MOVE "N" TO MemberExemptFlag
               PERFORM CheckOneExemptType
                   VARYING ExemptIdx FROM 1 BY 1
                   UNTIL ExemptIdx > 4 OR MemberTaxExempt
               IF NOT MemberTaxExempt
                   COMPUTE TaxForFee ROUNDED =
                           TotalFees * TaxPctInForce / 100
                       ON SIZE ERROR
                           CALL "OverflowCheck"
                               USING ProgramNameLiteral
                               "Quotation sales tax"
                               FeeOverflowReturnCode
                           END-CALL
                   END-COMPUTE
                   ADD TaxForFee TO TotalFees
               END-IF
           END-IF.

       WeighOneTaxRate.
           IF TaxEffectiveFrom <= PricePeriodDate
               MOVE TaxPercent TO TaxPctInForce
               MOVE TaxExemptTypes TO TaxExemptInForce
               MOVE "Y" TO TaxRateChosen
           END-IF
           PERFORM ReadNextTaxRate.

       CheckOneExemptType.
           IF TaxExemptInForce(ExemptIdx:1) NOT = SPACE
              AND TaxExemptInForce(ExemptIdx:1) = QuoteMemberType
               MOVE "Y" TO MemberExemptFlag
           END-IF.

      *>   FindDaysInPeriod sets the length of PriceMonth, with
      *>   February corrected for a leap year.
       FindDaysInPeriod.
           MOVE DaysInMonthEntry(PriceMonth) TO DaysInPeriod
           IF PriceMonth = 2
               DIVIDE PriceYear BY 4
                   GIVING YearDiv4 REMAINDER YearRem4
               DIVIDE PriceYear BY 100
                   GIVING YearDiv100 REMAINDER YearRem100
               DIVIDE PriceYear BY 400
                   GIVING YearDiv400 REMAINDER YearRem400
               IF YearRem4 = 0 AND (YearRem100 NOT = 0
                                    OR YearRem400 = 0)
                   MOVE 29 TO DaysInPeriod
               END-IF
           END-IF.

       DisplayQuote.
           DISPLAY " "
           DISPLAY "Quote number " QteNumber " for member type "
                   QteMemberType " joining " QteJoinDate
           MOVE QteFirstRate TO RateDisplay
           DISPLAY "First bill   " QuoteJoinMonth "/" QuoteJoinYear
                   "  rate " RateDisplay "  days " QteFirstBilledDays
                   " of " QteFirstDaysInPeriod
           MOVE QteFirstDiscount TO AmountDisplay
           DISPLAY "             discount  " AmountDisplay
           MOVE QteFirstTax TO AmountDisplay
           DISPLAY "             tax       " AmountDisplay
           MOVE QteFirstTotal TO AmountDisplay
           DISPLAY "             to pay    " AmountDisplay
           MOVE QteMonthlyRate TO RateDisplay
           DISPLAY "Then monthly from " PriceMonth "/" PriceYear
                   "  rate " RateDisplay
           MOVE QteMonthlyDiscount TO AmountDisplay
           DISPLAY "             discount  " AmountDisplay
           MOVE QteMonthlyTax TO AmountDisplay
           DISPLAY "             tax       " AmountDisplay
           MOVE QteMonthlyTotal TO AmountDisplay
           DISPLAY "             to pay    " AmountDisplay
           DISPLAY "Give the prospect quote number " QteNumber
                   " to bring when they join".

       AcceptMemberType.
           DISPLAY " "
           DISPLAY "Member type S/F/T/R (0 to quit) - "
                   WITH NO ADVANCING
           ACCEPT QuoteMemberType.

       ReadNextQuote.
           READ FeeQuoteFile NEXT RECORD
               AT END MOVE "10" TO FeeQuoteStatus
           END-READ.

       ReadNextScheduleRow.
           READ ScheduleFile NEXT RECORD
               AT END MOVE "10" TO ScheduleFileStatus
           END-READ.

       ReadNextTaxRate.
           READ TaxRateFile NEXT RECORD
               AT END MOVE "10" TO TaxRateStatus
           END-READ.

      *>   AuthenticateOperator proves the clerk's password through
      *>   the shared PasswordCheck before anything is quoted. A
      *>   session dispatched from the operator menu was
      *>   authenticated at the menu's front door.
       AuthenticateOperator.
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               CONTINUE
           ELSE
               DISPLAY "Operator id - " WITH NO ADVANCING
               ACCEPT SignOnOperator
               DISPLAY "Password    - " WITH NO ADVANCING
               ACCEPT PasswordKeyed
               CALL "PasswordCheck" USING ProgramNameLiteral
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
