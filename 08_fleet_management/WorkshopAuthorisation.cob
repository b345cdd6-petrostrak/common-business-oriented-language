       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkshopAuthorisation.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Applies the fleet office's workshop authorisations
      *>   (WSAUTHTR) to the WSBKHIST booking history: each entry
      *>   authorises one work category - RS routine service, RP
      *>   repair, RC recall, MO MOT test - for a vehicle on a
      *>   booked day. A day the scheduler never booked (a
      *>   breakdown taken straight in) gets a booking of its own.
      *>   The vehicle must be on the fleet master and the person
      *>   authorising on OPERSEC. Everything applied and rejected
      *>   lists on the WSAUTHRP register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuthorisationTranFile ASSIGN TO "WSAUTHTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuthorisationTranStatus.
           SELECT BookingHistoryFile ASSIGN TO "WSBKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BkhKey
               FILE STATUS IS BookingHistoryStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
           SELECT AuthorisationRegister ASSIGN TO "WSAUTHRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AuthorisationTranFile.
       01 AuthorisationTranRec.
           02 WatRegistrationNumber PIC X(8).
           02 WatBookedDate PIC 9(8).
           02 WatWorkCategory PIC X(2).
               88 WatValidCategory VALUE "RS" "RP" "RC" "MO".
           02 WatAuthorisedBy PIC X(8).
       FD BookingHistoryFile.
       COPY WSBKHIST.
       FD FleetFile.
       COPY FLEETREC.
       FD OperatorSecurityFile.
       COPY OPERSEC.
       FD AuthorisationRegister.
       01 RegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AuthorisationTranStatus PIC XX VALUE "00".
           88 AuthorisationTransAtEnd VALUE "10".
       01 BookingHistoryStatus PIC XX VALUE "00".
           88 BookingHistoryNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
       01 OperatorSecurityStatus PIC XX VALUE "00".
           88 OperatorFileNotFound VALUE "35".
       01 OperatorOpenFlag PIC X VALUE "N".
           88 OperatorFileOpen VALUE "Y".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 BookingOnFileFlag PIC X VALUE "N".
           88 BookingOnFile VALUE "Y".
       01 CategoryIdx PIC 9 VALUE ZERO.
       01 FreeSlot PIC 9 VALUE ZERO.
       01 RejectReason PIC X(32) VALUE SPACES.
       01 AuthorisationsApplied PIC 9(5) COMP VALUE ZERO.
       01 BookingsCreated PIC 9(5) COMP VALUE ZERO.
       01 AuthorisationsRejected PIC 9(5) COMP VALUE ZERO.
       01 RegisterDetail.
           02 RgdRegistration PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdBookedDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCategory PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdAuthorisedBy PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOutcome PIC X(9).
           02 RgdText PIC X(32).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT AuthorisationTranFile
           OPEN INPUT FleetFile
           MOVE "Y" TO OperatorOpenFlag
           OPEN INPUT OperatorSecurityFile
           IF OperatorFileNotFound
               MOVE "N" TO OperatorOpenFlag
           END-IF
           OPEN I-O BookingHistoryFile
           IF BookingHistoryNotFound
               OPEN OUTPUT BookingHistoryFile
               CLOSE BookingHistoryFile
               OPEN I-O BookingHistoryFile
           END-IF
           OPEN OUTPUT AuthorisationRegister
           MOVE "WORKSHOP WORK AUTHORISATIONS" TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadNextAuthorisation
           PERFORM ApplyOneAuthorisation
               UNTIL AuthorisationTransAtEnd
           CLOSE AuthorisationTranFile
           CLOSE FleetFile
           IF OperatorFileOpen
               CLOSE OperatorSecurityFile
           END-IF
           CLOSE BookingHistoryFile
           CLOSE AuthorisationRegister
           DISPLAY "WorkshopAuthorisation - applied = "
                   AuthorisationsApplied
                   " new bookings = " BookingsCreated
                   " rejected = " AuthorisationsRejected
           STOP RUN.

       ApplyOneAuthorisation.
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReason
           MOVE WatRegistrationNumber
               TO RegistrationNumber OF FleetRec
           READ FleetFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Registration not on fleet master"
                       TO RejectReason
           END-READ
           IF TranValid
               IF WatBookedDate NOT NUMERIC
                  OR WatBookedDate < 20000101
                   MOVE "N" TO TranOk
                   MOVE "Booked date not valid" TO RejectReason
               END-IF
           END-IF
           IF TranValid AND NOT WatValidCategory
               MOVE "N" TO TranOk
               MOVE "Category not RS, RP, RC or MO" TO RejectReason
           END-IF
           IF TranValid AND WatAuthorisedBy = SPACES
               MOVE "N" TO TranOk
               MOVE "No authoriser" TO RejectReason
           END-IF
           IF TranValid AND OperatorFileOpen
               MOVE WatAuthorisedBy
                   TO OperatorId OF OperatorSecurityRec
               READ OperatorSecurityFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Authoriser not an operator"
                           TO RejectReason
               END-READ
           END-IF
           IF TranValid
               PERFORM AuthoriseOnBooking
           END-IF
           PERFORM ReportAuthorisation
           PERFORM ReadNextAuthorisation.

      *>   AuthoriseOnBooking adds the category to the day's booking
      *>   in its first free slot.
       AuthoriseOnBooking.
           MOVE "Y" TO BookingOnFileFlag
           MOVE WatRegistrationNumber TO BkhRegistrationNumber
           MOVE WatBookedDate TO BkhBookedDate
           READ BookingHistoryFile
               INVALID KEY
                   MOVE "N" TO BookingOnFileFlag
                   MOVE SPACES TO BkhAuthorisedWork
                   MOVE TodayYYYYMMDD TO BkhFirstBookedOn
           END-READ
           MOVE ZERO TO FreeSlot
           PERFORM CheckOneSlot
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > 4 OR NOT TranValid
           IF TranValid AND FreeSlot = ZERO
               MOVE "N" TO TranOk
               MOVE "Booking has four categories" TO RejectReason
           END-IF
           IF TranValid
               MOVE WatWorkCategory
                   TO BkhAuthorisedCategory(FreeSlot)
               MOVE WatAuthorisedBy TO BkhAuthorisedBy
               IF BookingOnFile
                   REWRITE WorkshopBookingHistRec
               ELSE
                   WRITE WorkshopBookingHistRec
                   ADD 1 TO BookingsCreated
               END-IF
               ADD 1 TO AuthorisationsApplied
           END-IF.

       CheckOneSlot.
           IF BkhAuthorisedCategory(CategoryIdx) = WatWorkCategory
               MOVE "N" TO TranOk
               MOVE "Category already authorised" TO RejectReason
           END-IF
           IF BkhAuthorisedCategory(CategoryIdx) = SPACES
              AND FreeSlot = ZERO
               MOVE CategoryIdx TO FreeSlot
           END-IF.

       ReportAuthorisation.
           MOVE WatRegistrationNumber TO RgdRegistration
           MOVE WatBookedDate TO RgdBookedDate
           MOVE WatWorkCategory TO RgdCategory
           MOVE WatAuthorisedBy TO RgdAuthorisedBy
           IF TranValid
               MOVE "APPLIED" TO RgdOutcome
               IF BookingOnFile
                   MOVE "Added to booking" TO RgdText
               ELSE
                   MOVE "New booking" TO RgdText
               END-IF
           ELSE
               ADD 1 TO AuthorisationsRejected
               MOVE "REJECTED" TO RgdOutcome
               MOVE RejectReason TO RgdText
           END-IF
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       ReadNextAuthorisation.
           READ AuthorisationTranFile
               AT END MOVE "10" TO AuthorisationTranStatus
           END-READ.
