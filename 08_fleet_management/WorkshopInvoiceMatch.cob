       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkshopInvoiceMatch.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Workshop supplier invoice matching. Garage invoices stop
      *>   being paid on trust: every SUPINVTR invoice line is tied
      *>   to the vehicle's booking for that day on the WSBKHIST
      *>   booking history and to the SVCHIST service rows for the
      *>   same RegistrationNumber, date and work category. A line
      *>   is flagged when there was no booking, when its work
      *>   category was never authorised on the booking, when the
      *>   workshop recorded no such service, or when it charges
      *>   more than the SvcCost recorded. An invoice already
      *>   approved on the SUPINVRG register is a duplicate. An
      *>   invoice with every line clean is approved: it goes to the
      *>   WSPAYEXT payables extract and its lines to WSINVPST for
      *>   the GL journal; anything else is held on the register to
      *>   come back corrected. The WSINVRPT report shows every
      *>   invoice with its outcome and every line with its flags.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SupplierInvoiceFile ASSIGN TO "SUPINVTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SupplierInvoiceStatus.
           SELECT BookingHistoryFile ASSIGN TO "WSBKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BkhKey
               FILE STATUS IS BookingHistoryStatus.
           SELECT ServiceHistoryFile ASSIGN TO "SVCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ServiceHistoryStatus.
           SELECT InvoiceRegisterFile ASSIGN TO "SUPINVRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SirKey
               FILE STATUS IS InvoiceRegisterStatus.
           SELECT PayablesExtractFile ASSIGN TO "WSPAYEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT InvoicePostingFile ASSIGN TO "WSINVPST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MatchReport ASSIGN TO "WSINVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SupplierInvoiceFile.
       COPY SUPINV.
       FD BookingHistoryFile.
       COPY WSBKHIST.
       FD ServiceHistoryFile.
       COPY SVCHIST.
       FD InvoiceRegisterFile.
       COPY SUPINVRG.
       FD PayablesExtractFile.
       COPY PAYEXTR.
       FD InvoicePostingFile.
       01 InvoicePostingRec PIC X(53).
       FD MatchReport.
       01 MatchLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 SupplierInvoiceStatus PIC XX VALUE "00".
           88 InvoiceLinesAtEnd VALUE "10".
           88 InvoiceLinesNotFound VALUE "35".
       01 BookingHistoryStatus PIC XX VALUE "00".
           88 BookingHistoryNotFound VALUE "35".
       01 BookingOpenFlag PIC X VALUE "N".
           88 BookingFileOpen VALUE "Y".
       01 ServiceHistoryStatus PIC XX VALUE "00".
           88 ServiceHistoryAtEnd VALUE "10".
           88 ServiceHistoryNotFound VALUE "35".
       01 InvoiceRegisterStatus PIC XX VALUE "00".
           88 InvoiceRegisterNotFound VALUE "35".
      *>   The run's invoice lines, held so the service history can
      *>   be passed once against all of them. Lines past the
      *>   table wait for the next run unregistered.
       01 LineMax PIC 9(3) VALUE 500.
       01 LineCount PIC 9(3) VALUE ZERO.
       01 InvoiceLineTable.
           02 InvoiceLineEntry OCCURS 500 TIMES.
               03 LnRecord PIC X(53).
               03 LnRecordView REDEFINES LnRecord.
                   04 LnSupplierId PIC X(8).
                   04 LnInvoiceNo PIC X(10).
                   04 LnInvoiceDate PIC 9(8).
                   04 LnLineNo PIC 9(2).
                   04 LnRegistration PIC X(8).
                   04 LnWorkDate PIC 9(8).
                   04 LnWorkCategory PIC X(2).
                   04 LnAmount PIC 9(5)V99.
               03 LnValidFlag PIC X.
               03 LnBookingFlag PIC X.
               03 LnAuthorisedFlag PIC X.
               03 LnHistoryFlag PIC X.
               03 LnHistoryCost PIC 9(7)V99.
       01 LineIdx PIC 9(3) COMP VALUE ZERO.
       01 NextIdx PIC 9(3) COMP VALUE ZERO.
       01 InvStartIdx PIC 9(3) COMP VALUE ZERO.
       01 InvEndIdx PIC 9(3) COMP VALUE ZERO.
       01 CategoryIdx PIC 9 VALUE ZERO.
       01 InvoiceEndFlag PIC X VALUE "N".
           88 InvoiceEndFound VALUE "Y".
       01 InvoiceAmount PIC 9(7)V99 VALUE ZERO.
       01 InvoiceLineCount PIC 9(2) VALUE ZERO.
       01 FlaggedLines PIC 9(3) COMP VALUE ZERO.
       01 InvoiceOutcome PIC X(9) VALUE SPACES.
           88 InvoiceApproved VALUE "APPROVED".
           88 InvoiceDuplicate VALUE "DUPLICATE".
       01 RegisterOnFileFlag PIC X VALUE "N".
           88 RegisterOnFile VALUE "Y".
       01 LineFlagText PIC X(32) VALUE SPACES.
       01 FlagPointer PIC 9(2) COMP VALUE 1.
       01 LinesRead PIC 9(7) COMP VALUE ZERO.
       01 LinesNotLoaded PIC 9(7) COMP VALUE ZERO.
       01 InvoicesApproved PIC 9(7) COMP VALUE ZERO.
       01 InvoicesHeld PIC 9(7) COMP VALUE ZERO.
       01 InvoicesDuplicate PIC 9(7) COMP VALUE ZERO.
       01 ApprovedTotal PIC 9(9)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "WorkshopInvoiceMatch".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading PIC X(80) VALUE
           "WORKSHOP SUPPLIER INVOICE MATCHING".
       01 InvoiceHeader.
           02 InhSupplierId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 InhInvoiceNo PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 InhInvoiceDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 InhLineCount PIC Z9.
           02 FILLER PIC X(7) VALUE " lines ".
           02 InhAmount PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 InhOutcome PIC X(9).
       01 InvoiceLineDetail.
           02 FILLER PIC X(4) VALUE SPACES.
           02 IldLineNo PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldWorkDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldCategory PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldAmount PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldRecordedCost PIC ZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 IldFlags PIC X(32).
       01 TotalsLine.
           02 FILLER PIC X(10) VALUE "Approved ".
           02 TtlApproved PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE "  held ".
           02 TtlHeld PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  duplicate ".
           02 TtlDuplicate PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "  approved ".
           02 TtlApprovedAmount PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadInvoiceLines
           PERFORM CheckBookings
           PERFORM MatchServiceHistory
           OPEN I-O InvoiceRegisterFile
           IF InvoiceRegisterNotFound
               OPEN OUTPUT InvoiceRegisterFile
               CLOSE InvoiceRegisterFile
               OPEN I-O InvoiceRegisterFile
           END-IF
           OPEN OUTPUT PayablesExtractFile
           OPEN OUTPUT InvoicePostingFile
           OPEN OUTPUT MatchReport
           MOVE ReportHeading TO MatchLine
           WRITE MatchLine
           MOVE 1 TO InvStartIdx
           PERFORM SettleOneInvoice UNTIL InvStartIdx > LineCount
           MOVE InvoicesApproved TO TtlApproved
           MOVE InvoicesHeld TO TtlHeld
           MOVE InvoicesDuplicate TO TtlDuplicate
           MOVE ApprovedTotal TO TtlApprovedAmount
           MOVE SPACES TO MatchLine
           WRITE MatchLine
           MOVE TotalsLine TO MatchLine
           WRITE MatchLine
           CLOSE InvoiceRegisterFile
           CLOSE PayablesExtractFile
           CLOSE InvoicePostingFile
           CLOSE MatchReport
           IF LinesNotLoaded > ZERO
               DISPLAY "WorkshopInvoiceMatch - " LinesNotLoaded
                       " lines past the table left for next run"
           END-IF
           DISPLAY "WorkshopInvoiceMatch - approved = "
                   InvoicesApproved " held = " InvoicesHeld
                   " duplicate = " InvoicesDuplicate
           MOVE LinesRead TO ReadForReport
           MOVE InvoicesApproved TO WrittenForReport
           COMPUTE RejectedForReport =
                   InvoicesHeld + InvoicesDuplicate
           MOVE ApprovedTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

      *>   LoadInvoiceLines holds the feed; an invoice that would
      *>   straddle the end of the table is left out whole.
       LoadInvoiceLines.
           OPEN INPUT SupplierInvoiceFile
           IF NOT InvoiceLinesNotFound
               PERFORM ReadNextInvoiceLine
               PERFORM HoldOneInvoiceLine UNTIL InvoiceLinesAtEnd
               CLOSE SupplierInvoiceFile
           END-IF
           IF LinesNotLoaded > ZERO AND LineCount > ZERO
               PERFORM DropPartInvoice
           END-IF.

       HoldOneInvoiceLine.
           ADD 1 TO LinesRead
           IF LineCount < LineMax
               ADD 1 TO LineCount
               MOVE SupplierInvoiceRec TO LnRecord(LineCount)
               MOVE "Y" TO LnValidFlag(LineCount)
               IF SinWorkDate NOT NUMERIC
                  OR SinAmount NOT NUMERIC
                  OR SinInvoiceDate NOT NUMERIC
                  OR SinLineNo NOT NUMERIC
                   MOVE "N" TO LnValidFlag(LineCount)
               END-IF
               MOVE "N" TO LnBookingFlag(LineCount)
               MOVE "N" TO LnAuthorisedFlag(LineCount)
               MOVE "N" TO LnHistoryFlag(LineCount)
               MOVE ZERO TO LnHistoryCost(LineCount)
           ELSE
               ADD 1 TO LinesNotLoaded
           END-IF
           PERFORM ReadNextInvoiceLine.

      *>   DropPartInvoice takes the last invoice's lines back off
      *>   a full table, since its remaining lines may be among
      *>   those left out.
       DropPartInvoice.
           MOVE LineCount TO InvStartIdx
           MOVE "N" TO InvoiceEndFlag
           PERFORM StepInvoiceStartBack UNTIL InvoiceEndFound
           COMPUTE LinesNotLoaded =
                   LinesNotLoaded + LineCount - InvStartIdx + 1
           COMPUTE LineCount = InvStartIdx - 1.

       StepInvoiceStartBack.
           IF InvStartIdx <= 1
               MOVE "Y" TO InvoiceEndFlag
           ELSE
               COMPUTE NextIdx = InvStartIdx - 1
               IF LnSupplierId(NextIdx) = LnSupplierId(LineCount)
                  AND LnInvoiceNo(NextIdx) = LnInvoiceNo(LineCount)
                   MOVE NextIdx TO InvStartIdx
               ELSE
                   MOVE "Y" TO InvoiceEndFlag
               END-IF
           END-IF.

       CheckBookings.
           MOVE "Y" TO BookingOpenFlag
           OPEN INPUT BookingHistoryFile
           IF BookingHistoryNotFound
               MOVE "N" TO BookingOpenFlag
           ELSE
               PERFORM CheckOneBooking
                   VARYING LineIdx FROM 1 BY 1
                   UNTIL LineIdx > LineCount
               CLOSE BookingHistoryFile
           END-IF.

       CheckOneBooking.
           IF LnValidFlag(LineIdx) = "Y"
               MOVE LnRegistration(LineIdx) TO BkhRegistrationNumber
               MOVE LnWorkDate(LineIdx) TO BkhBookedDate
               READ BookingHistoryFile
                   NOT INVALID KEY
                       MOVE "Y" TO LnBookingFlag(LineIdx)
                       PERFORM CheckOneAuthorisedCategory
                           VARYING CategoryIdx FROM 1 BY 1
                           UNTIL CategoryIdx > 4
               END-READ
           END-IF.

       CheckOneAuthorisedCategory.
           IF BkhAuthorisedCategory(CategoryIdx)
                   = LnWorkCategory(LineIdx)
               MOVE "Y" TO LnAuthorisedFlag(LineIdx)
           END-IF.

      *>   MatchServiceHistory passes SVCHIST once, adding each
      *>   service's cost to every held line for the same vehicle,
      *>   day and category.
       MatchServiceHistory.
           IF LineCount > ZERO
               OPEN INPUT ServiceHistoryFile
               IF NOT ServiceHistoryNotFound
                   PERFORM ReadNextServiceHistory
                   PERFORM MatchOneServiceRow
                       UNTIL ServiceHistoryAtEnd
                   CLOSE ServiceHistoryFile
               END-IF
           END-IF.

       MatchOneServiceRow.
           PERFORM MatchServiceToLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx > LineCount
           PERFORM ReadNextServiceHistory.

       MatchServiceToLine.
           IF LnRegistration(LineIdx) = SvcRegistrationNumber
              AND LnWorkDate(LineIdx) = SvcServiceDate
              AND LnWorkCategory(LineIdx) = SvcWorkCategory
               MOVE "Y" TO LnHistoryFlag(LineIdx)
               ADD SvcCost TO LnHistoryCost(LineIdx)
           END-IF.

      *>   SettleOneInvoice takes the lines of the invoice starting
      *>   at InvStartIdx, decides it and moves past it.
       SettleOneInvoice.
           MOVE InvStartIdx TO InvEndIdx
           MOVE "N" TO InvoiceEndFlag
           PERFORM StepInvoiceEnd UNTIL InvoiceEndFound
           MOVE ZERO TO InvoiceAmount
           MOVE ZERO TO FlaggedLines
           PERFORM WeighOneLine
               VARYING LineIdx FROM InvStartIdx BY 1
               UNTIL LineIdx > InvEndIdx
           COMPUTE InvoiceLineCount = InvEndIdx - InvStartIdx + 1
           MOVE "Y" TO RegisterOnFileFlag
           MOVE LnSupplierId(InvStartIdx) TO SirSupplierId
           MOVE LnInvoiceNo(InvStartIdx) TO SirInvoiceNo
           READ InvoiceRegisterFile
               INVALID KEY
                   MOVE "N" TO RegisterOnFileFlag
           END-READ
           EVALUATE TRUE
               WHEN RegisterOnFile AND SirApproved
                   MOVE "DUPLICATE" TO InvoiceOutcome
                   ADD 1 TO InvoicesDuplicate
               WHEN FlaggedLines > ZERO
                   MOVE "HELD" TO InvoiceOutcome
                   ADD 1 TO InvoicesHeld
                   MOVE "H" TO SirStatus
                   PERFORM RegisterInvoice
               WHEN OTHER
                   MOVE "APPROVED" TO InvoiceOutcome
                   ADD 1 TO InvoicesApproved
                   ADD InvoiceAmount TO ApprovedTotal
                   MOVE "A" TO SirStatus
                   PERFORM RegisterInvoice
                   PERFORM ExtractPayable
           END-EVALUATE
           PERFORM PrintInvoice
           COMPUTE InvStartIdx = InvEndIdx + 1.

       StepInvoiceEnd.
           IF InvEndIdx >= LineCount
               MOVE "Y" TO InvoiceEndFlag
           ELSE
               COMPUTE NextIdx = InvEndIdx + 1
               IF LnSupplierId(NextIdx) = LnSupplierId(InvStartIdx)
                  AND LnInvoiceNo(NextIdx)
                      = LnInvoiceNo(InvStartIdx)
                   MOVE NextIdx TO InvEndIdx
               ELSE
                   MOVE "Y" TO InvoiceEndFlag
               END-IF
           END-IF.

       WeighOneLine.
           IF LnValidFlag(LineIdx) = "Y"
               ADD LnAmount(LineIdx) TO InvoiceAmount
           END-IF
           PERFORM BuildLineFlags
           IF LineFlagText NOT = SPACES
               ADD 1 TO FlaggedLines
           END-IF.

      *>   BuildLineFlags names everything wrong with the line in
      *>   hand; no booking makes the authorisation question moot,
      *>   and no service row the cost question.
       BuildLineFlags.
           MOVE SPACES TO LineFlagText
           MOVE 1 TO FlagPointer
           IF LnValidFlag(LineIdx) NOT = "Y"
               STRING "INVALID LINE " DELIMITED BY SIZE
                   INTO LineFlagText WITH POINTER FlagPointer
           ELSE
               IF LnBookingFlag(LineIdx) NOT = "Y"
                   STRING "NO BOOKING " DELIMITED BY SIZE
                       INTO LineFlagText WITH POINTER FlagPointer
               ELSE
                   IF LnAuthorisedFlag(LineIdx) NOT = "Y"
                       STRING "NOT AUTHORISED " DELIMITED BY SIZE
                           INTO LineFlagText
                           WITH POINTER FlagPointer
                   END-IF
               END-IF
               IF LnHistoryFlag(LineIdx) NOT = "Y"
                   STRING "NO SVCHIST " DELIMITED BY SIZE
                       INTO LineFlagText WITH POINTER FlagPointer
               ELSE
                   IF LnAmount(LineIdx) > LnHistoryCost(LineIdx)
                       STRING "OVER SVCCOST " DELIMITED BY SIZE
                           INTO LineFlagText
                           WITH POINTER FlagPointer
                   END-IF
               END-IF
           END-IF.

       RegisterInvoice.
           MOVE LnInvoiceDate(InvStartIdx) TO SirInvoiceDate
           MOVE InvoiceAmount TO SirAmount
           MOVE InvoiceLineCount TO SirLineCount
           MOVE TodayYYYYMMDD TO SirProcessedDate
           IF RegisterOnFile
               REWRITE SupplierInvoiceRegRec
           ELSE
               WRITE SupplierInvoiceRegRec
           END-IF.

       ExtractPayable.
           MOVE LnSupplierId(InvStartIdx) TO PayeSupplierId
           MOVE LnInvoiceNo(InvStartIdx) TO PayeInvoiceNo
           MOVE LnInvoiceDate(InvStartIdx) TO PayeInvoiceDate
           MOVE InvoiceAmount TO PayeAmount
           MOVE TodayYYYYMMDD TO PayeApprovedDate
           MOVE "WORKSHOP" TO PayeSource
           WRITE PayablesExtractRec
           PERFORM PostOneLine
               VARYING LineIdx FROM InvStartIdx BY 1
               UNTIL LineIdx > InvEndIdx.

       PostOneLine.
           MOVE LnRecord(LineIdx) TO InvoicePostingRec
           WRITE InvoicePostingRec.

       PrintInvoice.
           MOVE SPACES TO MatchLine
           WRITE MatchLine
           MOVE LnSupplierId(InvStartIdx) TO InhSupplierId
           MOVE LnInvoiceNo(InvStartIdx) TO InhInvoiceNo
           MOVE LnInvoiceDate(InvStartIdx) TO InhInvoiceDate
           MOVE InvoiceLineCount TO InhLineCount
           MOVE InvoiceAmount TO InhAmount
           MOVE InvoiceOutcome TO InhOutcome
           MOVE InvoiceHeader TO MatchLine
           WRITE MatchLine
           PERFORM PrintOneLine
               VARYING LineIdx FROM InvStartIdx BY 1
               UNTIL LineIdx > InvEndIdx.

       PrintOneLine.
           PERFORM BuildLineFlags
           MOVE LnLineNo(LineIdx) TO IldLineNo
           MOVE LnRegistration(LineIdx) TO IldRegistration
           MOVE LnWorkDate(LineIdx) TO IldWorkDate
           MOVE LnWorkCategory(LineIdx) TO IldCategory
           MOVE ZERO TO IldAmount
           IF LnValidFlag(LineIdx) = "Y"
               MOVE LnAmount(LineIdx) TO IldAmount
           END-IF
           MOVE LnHistoryCost(LineIdx) TO IldRecordedCost
           MOVE LineFlagText TO IldFlags
           MOVE InvoiceLineDetail TO MatchLine
           WRITE MatchLine.

       ReadNextInvoiceLine.
           READ SupplierInvoiceFile
               AT END MOVE "10" TO SupplierInvoiceStatus
           END-READ.

       ReadNextServiceHistory.
           READ ServiceHistoryFile
               AT END MOVE "10" TO ServiceHistoryStatus
           END-READ.
