       IDENTIFICATION DIVISION.
       PROGRAM-ID. PenaltyNoticeRun.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Traffic and parking penalty notice run. New notices on
      *>   the PENTRAN feed (action "A") go onto the PENALTY file
      *>   keyed by vehicle and offence date and time; action "W"
      *>   withdraws one the authority has cancelled. Then every
      *>   notice still awaiting a driver is worked: the driver is
      *>   whoever held the vehicle at that moment - a VEHRESV pool
      *>   booking or a DRVASSGN assignment in force on the offence
      *>   date. Exactly one driver found and on DRIVERMS, the
      *>   notice is nominated: a nomination letter to the issuing
      *>   authority goes on NOMLETR for the print room, and any
      *>   amount the company pays is recharged to the driver as a
      *>   salary deduction on the PAYDEDN payroll interface. No
      *>   driver, or more than one (a changeover day), and the
      *>   notice goes on the PENEXCP exception list with its
      *>   response deadline, to be retried next run once someone
      *>   has put the record straight.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PenaltyTranFile ASSIGN TO "PENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PenaltyTranStatus.
           SELECT PenaltyFile ASSIGN TO "PENALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PenKey
               FILE STATUS IS PenaltyFileStatus.
           SELECT ReservationFile ASSIGN TO "VEHRESV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ReservationKey
               FILE STATUS IS ReservationFileStatus.
           SELECT AssignmentFile ASSIGN TO "DRVASSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AssignmentKey
               FILE STATUS IS AssignmentFileStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT LetterFile ASSIGN TO "NOMLETR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DeductionFile ASSIGN TO "PAYDEDN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PenaltyRegister ASSIGN TO "PENREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionList ASSIGN TO "PENEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PenaltyTranFile.
       01 PenaltyTranRec.
           02 PntAction PIC X.
               88 PntAddNotice VALUE "A".
               88 PntWithdrawNotice VALUE "W".
           02 PntRegistrationNumber PIC X(8).
           02 PntOffenceDate PIC 9(8).
           02 PntOffenceTime PIC 9(4).
           02 PntNoticeNo PIC X(12).
           02 PntNoticeType PIC X.
           02 PntLocation PIC X(20).
           02 PntIssuerName PIC X(20).
           02 PntIssuerAddress1 PIC X(20).
           02 PntIssuerAddress2 PIC X(20).
           02 PntIssuerPostcode PIC X(8).
           02 PntResponseDeadline PIC 9(8).
           02 PntRechargeAmount PIC 9(5)V99.
       FD PenaltyFile.
       COPY PENALTY.
       FD ReservationFile.
       COPY VEHRESV.
       FD AssignmentFile.
       COPY DRVASSGN.
       FD DriverFile.
       COPY DRIVERMS.
       FD LetterFile.
       COPY NOMLETR.
       FD DeductionFile.
       COPY PAYDEDN.
       FD PenaltyRegister.
       01 RegisterLine PIC X(80).
       FD ExceptionList.
       01 ExceptionLine PIC X(80).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 PenaltyTranStatus PIC XX VALUE "00".
           88 PenaltyTransAtEnd VALUE "10".
           88 PenaltyTransNotFound VALUE "35".
       01 PenaltyFileStatus PIC XX VALUE "00".
           88 PenaltiesAtEnd VALUE "10".
           88 PenaltyFileNotFound VALUE "35".
       01 ReservationFileStatus PIC XX VALUE "00".
           88 ReservationsAtEnd VALUE "10".
           88 ReservationFileNotFound VALUE "35".
       01 ReservationOpenFlag PIC X VALUE "N".
           88 ReservationFileOpen VALUE "Y".
       01 AssignmentFileStatus PIC XX VALUE "00".
           88 AssignmentsAtEnd VALUE "10".
           88 AssignmentFileNotFound VALUE "35".
       01 AssignmentOpenFlag PIC X VALUE "N".
           88 AssignmentFileOpen VALUE "Y".
       01 DriverFileStatus PIC XX VALUE "00".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReason PIC X(32) VALUE SPACES.
       01 CandidateCount PIC 9(2) VALUE ZERO.
       01 CandidateDriver PIC X(6) VALUE SPACES.
       01 FoundDriver PIC X(6) VALUE SPACES.
       01 UnidentifiedReason PIC X(30) VALUE SPACES.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 NoticesAdded PIC 9(7) COMP VALUE ZERO.
       01 NoticesWithdrawn PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 NoticesNominated PIC 9(7) COMP VALUE ZERO.
       01 NoticesUnidentified PIC 9(7) COMP VALUE ZERO.
       01 LettersWritten PIC 9(7) VALUE ZERO.
       01 LetterLinesWritten PIC 9(7) VALUE ZERO.
       01 DeductionsWritten PIC 9(7) VALUE ZERO.
       01 DeductionHashTotal PIC 9(11)V99 VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "PenaltyNoticeRun".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 EditedTime.
           02 EdtHours PIC 99.
           02 FILLER PIC X VALUE ":".
           02 EdtMinutes PIC 99.
       01 EditedAmount PIC ZZ,ZZ9.99.
       01 RegisterDetail.
           02 RgdAction PIC X(9).
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOffenceDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdNoticeNo PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdText PIC X(32).
       01 ExceptionHeading PIC X(80) VALUE
           "PENALTY NOTICES WITH NO DRIVER IDENTIFIED".
       01 ExceptionColumns PIC X(80) VALUE
           "VEHICLE  OFFENCE  TIME  NOTICE       DEADLINE REASON".
       01 ExceptionDetail.
           02 ExdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdOffenceDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdOffenceTime PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ExdNoticeNo PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdDeadline PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ExdReason PIC X(30).
       01 ExceptionOverdue.
           02 FILLER PIC X(38) VALUE SPACES.
           02 FILLER PIC X(30)
               VALUE "** RESPONSE DEADLINE PASSED **".
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN I-O PenaltyFile
           IF PenaltyFileNotFound
               OPEN OUTPUT PenaltyFile
               CLOSE PenaltyFile
               OPEN I-O PenaltyFile
           END-IF
           OPEN OUTPUT PenaltyRegister
           MOVE "PENALTY NOTICE RUN - NOTICES LOADED AND NOMINATED"
               TO RegisterLine
           WRITE RegisterLine
           PERFORM LoadNewNotices
           PERFORM OpenDriverSources
           OPEN OUTPUT LetterFile
           OPEN OUTPUT DeductionFile
           OPEN OUTPUT ExceptionList
           MOVE ExceptionHeading TO ExceptionLine
           WRITE ExceptionLine
           MOVE ExceptionColumns TO ExceptionLine
           WRITE ExceptionLine
           PERFORM WriteDeductionHeader
           MOVE "00" TO PenaltyFileStatus
           MOVE LOW-VALUES TO PenKey
           START PenaltyFile KEY NOT LESS THAN PenKey
               INVALID KEY MOVE "10" TO PenaltyFileStatus
           END-START
           IF NOT PenaltiesAtEnd
               PERFORM ReadNextPenalty
           END-IF
           PERFORM WorkOneNotice UNTIL PenaltiesAtEnd
           PERFORM WriteLetterTrailer
           PERFORM WriteDeductionTrailer
           PERFORM CloseDriverSources
           CLOSE PenaltyFile
           CLOSE LetterFile
           CLOSE DeductionFile
           CLOSE PenaltyRegister
           CLOSE ExceptionList
           DISPLAY "PenaltyNoticeRun - added = " NoticesAdded
                   " nominated = " NoticesNominated
                   " no driver = " NoticesUnidentified
           MOVE TransRead TO ReadForReport
           MOVE NoticesNominated TO WrittenForReport
           COMPUTE RejectedForReport =
                   TransRejected + NoticesUnidentified
           MOVE DeductionHashTotal TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       LoadNewNotices.
           OPEN INPUT PenaltyTranFile
           IF NOT PenaltyTransNotFound
               PERFORM ReadNextPenaltyTran
               PERFORM ApplyOnePenaltyTran UNTIL PenaltyTransAtEnd
               CLOSE PenaltyTranFile
           END-IF.

       ApplyOnePenaltyTran.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           IF PntOffenceDate NOT NUMERIC
              OR PntOffenceTime NOT NUMERIC
              OR PntOffenceDate < 20000101
              OR PntOffenceTime > 2359
               MOVE "N" TO TranOk
               MOVE "Offence date or time not valid"
                   TO RejectReason
           END-IF
           IF TranValid
               MOVE PntRegistrationNumber TO PenRegistrationNumber
               MOVE PntOffenceDate TO PenOffenceDate
               MOVE PntOffenceTime TO PenOffenceTime
               EVALUATE TRUE
                   WHEN PntAddNotice
                       PERFORM AddNotice
                   WHEN PntWithdrawNotice
                       PERFORM WithdrawNotice
                   WHEN OTHER
                       MOVE "N" TO TranOk
                       MOVE "Action not A or W" TO RejectReason
               END-EVALUATE
           END-IF
           IF NOT TranValid
               ADD 1 TO TransRejected
               MOVE "REJECTED" TO RgdAction
               MOVE RejectReason TO RgdText
               PERFORM WriteTranRegisterLine
           END-IF
           PERFORM ReadNextPenaltyTran.

       AddNotice.
           IF PntNoticeNo = SPACES
               MOVE "N" TO TranOk
               MOVE "No notice number" TO RejectReason
           END-IF
           IF TranValid
               IF PntNoticeType NOT = "S" AND PntNoticeType NOT = "P"
                   MOVE "N" TO TranOk
                   MOVE "Notice type not S or P" TO RejectReason
               END-IF
           END-IF
           IF TranValid
               IF PntResponseDeadline NOT NUMERIC
                  OR PntResponseDeadline < PntOffenceDate
                   MOVE "N" TO TranOk
                   MOVE "Response deadline not valid"
                       TO RejectReason
               END-IF
           END-IF
           IF TranValid AND PntRechargeAmount NOT NUMERIC
               MOVE "N" TO TranOk
               MOVE "Recharge amount not numeric" TO RejectReason
           END-IF
           IF TranValid
               MOVE PntNoticeNo TO PenNoticeNo
               MOVE PntNoticeType TO PenNoticeType
               MOVE PntLocation TO PenLocation
               MOVE PntIssuerName TO PenIssuerName
               MOVE PntIssuerAddress1 TO PenIssuerAddress1
               MOVE PntIssuerAddress2 TO PenIssuerAddress2
               MOVE PntIssuerPostcode TO PenIssuerPostcode
               MOVE TodayYYYYMMDD TO PenReceivedDate
               MOVE PntResponseDeadline TO PenResponseDeadline
               MOVE PntRechargeAmount TO PenRechargeAmount
               MOVE "N" TO PenStatus
               MOVE SPACES TO PenDriverId
               MOVE ZERO TO PenNominatedDate
               WRITE PenaltyNoticeRec
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Notice already on file"
                           TO RejectReason
               END-WRITE
           END-IF
           IF TranValid
               ADD 1 TO NoticesAdded
               MOVE "LOADED" TO RgdAction
               MOVE PntIssuerName TO RgdText
               PERFORM WriteTranRegisterLine
           END-IF.

       WithdrawNotice.
           READ PenaltyFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Notice not on file" TO RejectReason
           END-READ
           IF TranValid AND PenNominated
               MOVE "N" TO TranOk
               MOVE "Notice already nominated" TO RejectReason
           END-IF
           IF TranValid
               MOVE "W" TO PenStatus
               REWRITE PenaltyNoticeRec
               ADD 1 TO NoticesWithdrawn
               MOVE "WITHDRAWN" TO RgdAction
               MOVE "Cancelled by issuing authority" TO RgdText
               PERFORM WriteTranRegisterLine
           END-IF.

       WriteTranRegisterLine.
           MOVE PntRegistrationNumber TO RgdRegistration
           MOVE PntOffenceDate TO RgdOffenceDate
           MOVE PntNoticeNo TO RgdNoticeNo
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       OpenDriverSources.
           MOVE "Y" TO ReservationOpenFlag
           OPEN INPUT ReservationFile
           IF ReservationFileNotFound
               MOVE "N" TO ReservationOpenFlag
           END-IF
           MOVE "Y" TO AssignmentOpenFlag
           OPEN INPUT AssignmentFile
           IF AssignmentFileNotFound
               MOVE "N" TO AssignmentOpenFlag
           END-IF
           OPEN INPUT DriverFile.

       CloseDriverSources.
           IF ReservationFileOpen
               CLOSE ReservationFile
           END-IF
           IF AssignmentFileOpen
               CLOSE AssignmentFile
           END-IF
           CLOSE DriverFile.

       WorkOneNotice.
           IF PenAwaitingDriver
               PERFORM IdentifyDriver
               IF CandidateCount = 1
                   MOVE CandidateDriver TO DriverId
                   READ DriverFile
                       INVALID KEY
                           MOVE ZERO TO CandidateCount
                           MOVE "Driver not on driver master"
                               TO UnidentifiedReason
                   END-READ
               END-IF
               IF CandidateCount = 1
                   PERFORM NominateDriver
               ELSE
                   PERFORM ListUnidentified
               END-IF
           END-IF
           PERFORM ReadNextPenalty.

      *>   IdentifyDriver counts the different drivers holding the
      *>   vehicle on the offence date - a pool booking covering
      *>   it or a permanent assignment in force. Bookings and
      *>   assignments are dated, not timed, so a changeover day
      *>   can give two and needs a person to decide.
       IdentifyDriver.
           MOVE ZERO TO CandidateCount
           MOVE SPACES TO CandidateDriver
           MOVE "No driver held the vehicle" TO UnidentifiedReason
           IF ReservationFileOpen
               PERFORM SearchReservations
           END-IF
           IF AssignmentFileOpen
               PERFORM SearchAssignments
           END-IF
           IF CandidateCount > 1
               MOVE "More than one driver that day"
                   TO UnidentifiedReason
           END-IF.

       SearchReservations.
           MOVE "00" TO ReservationFileStatus
           MOVE PenRegistrationNumber TO RsvRegistrationNumber
           MOVE ZERO TO RsvFromDate
           START ReservationFile KEY NOT LESS THAN ReservationKey
               INVALID KEY MOVE "10" TO ReservationFileStatus
           END-START
           IF NOT ReservationsAtEnd
               PERFORM ReadNextReservation
           END-IF
           PERFORM WeighOneReservation
               UNTIL ReservationsAtEnd
                  OR RsvRegistrationNumber
                     NOT = PenRegistrationNumber
                  OR RsvFromDate > PenOffenceDate.

       WeighOneReservation.
           IF RsvToDate >= PenOffenceDate
               MOVE RsvDriverId TO FoundDriver
               PERFORM CountCandidate
           END-IF
           PERFORM ReadNextReservation.

       SearchAssignments.
           MOVE "00" TO AssignmentFileStatus
           MOVE PenRegistrationNumber TO AsgRegistrationNumber
           MOVE ZERO TO AsgEffectiveFrom
           START AssignmentFile KEY NOT LESS THAN AssignmentKey
               INVALID KEY MOVE "10" TO AssignmentFileStatus
           END-START
           IF NOT AssignmentsAtEnd
               PERFORM ReadNextAssignment
           END-IF
           PERFORM WeighOneAssignment
               UNTIL AssignmentsAtEnd
                  OR AsgRegistrationNumber
                     NOT = PenRegistrationNumber
                  OR AsgEffectiveFrom > PenOffenceDate.

       WeighOneAssignment.
           IF AsgEffectiveTo = ZERO
              OR AsgEffectiveTo >= PenOffenceDate
               MOVE AsgDriverId TO FoundDriver
               PERFORM CountCandidate
           END-IF
           PERFORM ReadNextAssignment.

       CountCandidate.
           IF CandidateCount = ZERO
               MOVE FoundDriver TO CandidateDriver
               MOVE 1 TO CandidateCount
           ELSE
               IF FoundDriver NOT = CandidateDriver
                   ADD 1 TO CandidateCount
               END-IF
           END-IF.

      *>   NominateDriver cuts the letter naming the driver to the
      *>   issuing authority and the salary deduction for whatever
      *>   the company pays on the driver's behalf.
       NominateDriver.
           ADD 1 TO NoticesNominated
           MOVE "A" TO NmlRecordType
           MOVE SPACES TO NmlDetail
           MOVE PenNoticeNo TO NmlNoticeNo
           MOVE PenIssuerName TO NmlIssuerName
           MOVE PenIssuerAddress1 TO NmlAddressLine1
           MOVE PenIssuerAddress2 TO NmlAddressLine2
           MOVE PenIssuerPostcode TO NmlPostalCode
           WRITE NominationLetterRec
           ADD 1 TO LettersWritten
           MOVE PenOffenceTime(1:2) TO EdtHours
           MOVE PenOffenceTime(3:2) TO EdtMinutes
           MOVE SPACES TO NmlLineText
           STRING "Your notice " PenNoticeNo " - vehicle "
                   PenRegistrationNumber " on " PenOffenceDate
                   " at " EditedTime
               DELIMITED BY SIZE INTO NmlLineText
           PERFORM WriteLetterLine
           MOVE SPACES TO NmlLineText
           STRING "Location: " PenLocation
               DELIMITED BY SIZE INTO NmlLineText
           PERFORM WriteLetterLine
           MOVE SPACES TO NmlLineText
           STRING "As registered keeper we nominate as the "
                   "driver at the time:"
               DELIMITED BY SIZE INTO NmlLineText
           PERFORM WriteLetterLine
           MOVE SPACES TO NmlLineText
           STRING "    " DriverName "  licence " DriverLicenceNo
               DELIMITED BY SIZE INTO NmlLineText
           PERFORM WriteLetterLine
           IF PenRechargeAmount > ZERO
               PERFORM WriteDeduction
           END-IF
           MOVE "D" TO PenStatus
           MOVE CandidateDriver TO PenDriverId
           MOVE TodayYYYYMMDD TO PenNominatedDate
           REWRITE PenaltyNoticeRec
           MOVE "NOMINATED" TO RgdAction
           MOVE PenRegistrationNumber TO RgdRegistration
           MOVE PenOffenceDate TO RgdOffenceDate
           MOVE PenNoticeNo TO RgdNoticeNo
           MOVE SPACES TO RgdText
           STRING CandidateDriver " " DriverName
               DELIMITED BY SIZE INTO RgdText
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       WriteLetterLine.
           MOVE "L" TO NmlRecordType
           MOVE PenNoticeNo TO NmlLineNoticeNo
           WRITE NominationLetterRec
           ADD 1 TO LetterLinesWritten.

       WriteDeduction.
           MOVE "D" TO PdnRecordType
           MOVE SPACES TO PdnDetail
           MOVE CandidateDriver TO PdnDriverId
           MOVE "PCN " TO PdnDeductionCode
           MOVE PenRechargeAmount TO PdnAmount
           MOVE PenNoticeNo TO PdnReference
           MOVE PenOffenceDate TO PdnOffenceDate
           WRITE PayrollDeductionRec
           ADD 1 TO DeductionsWritten
           ADD PenRechargeAmount TO DeductionHashTotal.

       ListUnidentified.
           ADD 1 TO NoticesUnidentified
           MOVE "U" TO PenStatus
           REWRITE PenaltyNoticeRec
           MOVE PenRegistrationNumber TO ExdRegistration
           MOVE PenOffenceDate TO ExdOffenceDate
           MOVE PenOffenceTime TO ExdOffenceTime
           MOVE PenNoticeNo TO ExdNoticeNo
           MOVE PenResponseDeadline TO ExdDeadline
           MOVE UnidentifiedReason TO ExdReason
           MOVE ExceptionDetail TO ExceptionLine
           WRITE ExceptionLine
           IF PenResponseDeadline < TodayYYYYMMDD
               MOVE ExceptionOverdue TO ExceptionLine
               WRITE ExceptionLine
           END-IF.

       WriteDeductionHeader.
           MOVE "H" TO PdnRecordType
           MOVE SPACES TO PdnDetail
           MOVE TodayYYYYMMDD TO PdnFileDate
           WRITE PayrollDeductionRec.

       WriteDeductionTrailer.
           MOVE "T" TO PdnRecordType
           MOVE SPACES TO PdnDetail
           MOVE DeductionsWritten TO PdnRecordCount
           MOVE DeductionHashTotal TO PdnHashTotal
           WRITE PayrollDeductionRec.

       WriteLetterTrailer.
           MOVE "T" TO NmlRecordType
           MOVE SPACES TO NmlDetail
           MOVE LettersWritten TO NmlLetterCount
           MOVE LetterLinesWritten TO NmlLineCount
           WRITE NominationLetterRec.

       ReadNextPenaltyTran.
           READ PenaltyTranFile
               AT END MOVE "10" TO PenaltyTranStatus
           END-READ.

       ReadNextPenalty.
           READ PenaltyFile NEXT RECORD
               AT END MOVE "10" TO PenaltyFileStatus
           END-READ.

       ReadNextReservation.
           READ ReservationFile NEXT RECORD
               AT END MOVE "10" TO ReservationFileStatus
           END-READ.

       ReadNextAssignment.
           READ AssignmentFile NEXT RECORD
               AT END MOVE "10" TO AssignmentFileStatus
           END-READ.
