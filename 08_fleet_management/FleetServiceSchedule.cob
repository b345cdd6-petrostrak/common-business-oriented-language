      *>   how a recall campaign pulls a vehicle into the workshop
      *>   ahead of its normal service, and recomputing over it
      *>   would silently cancel the recall booking.
      *>   2026-10-15  Every booking is also kept on the WSBKHIST
      *>   booking history with the work it authorises - routine
      *>   service, plus recall work when a recall pulled the date
      *>   forward - so garage invoices can be matched to bookings
      *>   long after WSBOOKNG has been cut again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BookingFile ASSIGN TO "WSBOOKNG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BookingHistoryFile ASSIGN TO "WSBKHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BkhKey
               FILE STATUS IS BookingHistoryStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FleetFile.
       01 ServiceLine PIC X(80).
       FD BookingFile.
       COPY WSBOOKNG.
       FD BookingHistoryFile.
       COPY WSBKHIST.
       WORKING-STORAGE SECTION.
       01 BookingHistoryStatus PIC XX VALUE "00".
           88 BookingHistoryNotFound VALUE "35".
       01 RecallPulledFlag PIC X VALUE "N".
           88 RecallPulledForward VALUE "Y".
       01 FleetFileStatus PIC XX VALUE "00".
           88 FleetAtEnd VALUE "10".
       COPY STDDATE.
           OPEN I-O FleetFile
           OPEN OUTPUT ServiceReport
           OPEN OUTPUT BookingFile
           OPEN I-O BookingHistoryFile
           IF BookingHistoryNotFound
               OPEN OUTPUT BookingHistoryFile
               CLOSE BookingHistoryFile
               OPEN I-O BookingHistoryFile
           END-IF
           PERFORM ReadNextVehicle
           PERFORM ScheduleVehicle UNTIL FleetAtEnd
           DISPLAY "Workshop bookings written = " BookingsWritten
           CLOSE FleetFile
           CLOSE ServiceReport
           CLOSE BookingFile
           CLOSE BookingHistoryFile
           STOP RUN.

       ScheduleVehicle.
           PERFORM SetServiceInterval
           MOVE NextServiceDue TO StoredServiceDue
           PERFORM ComputeNextServiceDue
           MOVE "N" TO RecallPulledFlag
           IF StoredServiceDue > ZERO
              AND StoredServiceDue < NextServiceDue
               MOVE StoredServiceDue TO NextServiceDue
               MOVE "Y" TO RecallPulledFlag
           END-IF
           MOVE "N" TO OverdueFlag
           IF NextServiceDue < TodayYYYYMMDD
               TO BokRegistrationNumber
           MOVE BookingDate TO BokBookedDate
           WRITE WorkshopBookingRec
           ADD 1 TO BookingsWritten
           PERFORM RecordBookingHistory.

      *>   RecordBookingHistory keeps the booking the first time it
      *>   is made; a vehicle booked on the same day again by a
      *>   later run keeps the authorisation it already has.
       RecordBookingHistory.
           MOVE BokRegistrationNumber TO BkhRegistrationNumber
           MOVE BokBookedDate TO BkhBookedDate
           READ BookingHistoryFile
               INVALID KEY
                   MOVE SPACES TO BkhAuthorisedWork
                   MOVE "RS" TO BkhAuthorisedCategory(1)
                   IF RecallPulledForward
                       MOVE "RC" TO BkhAuthorisedCategory(2)
                   END-IF
                   MOVE "SCHEDULE" TO BkhAuthorisedBy
                   MOVE TodayYYYYMMDD TO BkhFirstBookedOn
                   WRITE WorkshopBookingHistRec
           END-READ.

       PlaceBookingOnDay.
           PERFORM FindBookedDayEntry
