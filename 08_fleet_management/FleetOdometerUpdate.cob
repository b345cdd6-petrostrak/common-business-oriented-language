      *>   implausibly far above it (MaxPlausibleJump miles since
      *>   the last reading), with every reject on the ODOEXCP
      *>   exceptions report.
      *>   2026-10-15  Every reading applied is appended to the
      *>   ODOHIST odometer history (the ODOTRAN layout), which the
      *>   emissions report measures a year's miles from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT OdometerHistoryFile ASSIGN TO "ODOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdometerHistoryStatus.
           SELECT ExceptionReport ASSIGN TO "ODOEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY ODOTRAN.
       FD FleetFile.
       COPY FLEETREC.
       FD OdometerHistoryFile.
       01 OdometerHistoryRec PIC X(22).
       FD ExceptionReport.
       01 ExceptionLine.
           02 ExcRegistration PIC X(8).
       01 OdometerTranStatus PIC XX VALUE "00".
           88 OdometerTransAtEnd VALUE "10".
       01 FleetFileStatus PIC XX VALUE "00".
       01 OdometerHistoryStatus PIC XX VALUE "00".
           88 OdometerHistoryNotFound VALUE "35".
       01 MaxPlausibleJump PIC 9(6) VALUE 050000.
       01 ReadingsRead PIC 9(7) COMP VALUE ZERO.
       01 ReadingsApplied PIC 9(7) COMP VALUE ZERO.
       Begin.
           OPEN INPUT OdometerTranFile
           OPEN I-O FleetFile
           OPEN EXTEND OdometerHistoryFile
           IF OdometerHistoryNotFound
               OPEN OUTPUT OdometerHistoryFile
           END-IF
           OPEN OUTPUT ExceptionReport
           PERFORM ReadNextReading
           PERFORM ApplyOneReading UNTIL OdometerTransAtEnd
           CLOSE OdometerTranFile
           CLOSE FleetFile
           CLOSE OdometerHistoryFile
           CLOSE ExceptionReport
           MOVE ReadingsRead TO ReadingsReadForReport
           MOVE ReadingsApplied TO ReadingsAppliedForReport
               WHEN OTHER
                   MOVE OdoReading TO Mileage
                   REWRITE FleetRec
                   MOVE OdometerTranRec TO OdometerHistoryRec
                   WRITE OdometerHistoryRec
                   ADD 1 TO ReadingsApplied
           END-EVALUATE.

