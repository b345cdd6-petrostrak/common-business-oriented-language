       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportRepositoryStore.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Stores each run's report output in the RPTREPO report
      *>   repository, so a branch's lost copy or an old month's
      *>   report is read back by ReportRepositoryInquiry instead
      *>   of rerun against archived data. The reports already
      *>   write a tagged RPTTAGD copy of themselves for the
      *>   bundling run; this run takes the spool lines added
      *>   since it last ran (the spool is cumulative and shared
      *>   with the bundling run, so nothing is cleared - the
      *>   repository's control record remembers how many lines
      *>   were stored), and each unbroken run of lines under one
      *>   report id becomes a new generation of that report under
      *>   today's run date. A spool found shorter than the lines
      *>   already stored has been cleared down and is stored from
      *>   its first line (a warning, 3235).
      *>   Each generation expires after the longest retention the
      *>   DISTREG register gives the report, 13 months where it
      *>   gives none, and expired generations are purged at the
      *>   start of every run. Lines that cannot be stored - no
      *>   report id, or a key already on file - are counted and
      *>   raised as a warning (3236). The STORREG register lists
      *>   every generation stored and purged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TaggedReportFile ASSIGN TO "RPTTAGD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaggedReportStatus.
           SELECT DistributionFile ASSIGN TO "DISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistributionStatus.
           SELECT RepositoryFile ASSIGN TO "RPTREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RepKey
               FILE STATUS IS RepositoryStatus.
           SELECT StoreRegister ASSIGN TO "STORREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TaggedReportFile.
       COPY RPTTAGD.
       FD DistributionFile.
       COPY DISTREG.
       FD RepositoryFile.
       COPY RPTREPO.
       FD StoreRegister.
       01 RegisterLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 TaggedReportStatus PIC XX VALUE "00".
           88 SpoolAtEnd VALUE "10".
           88 SpoolNotFound VALUE "35".
       01 DistributionStatus PIC XX VALUE "00".
           88 RegisterAtEnd VALUE "10".
           88 RegisterNotFound VALUE "35".
       01 RepositoryStatus PIC XX VALUE "00".
           88 RepositoryAtEnd VALUE "10".
           88 RepositoryNotFound VALUE "35".
       COPY STDDATE.
       01 TodayParts REDEFINES TodayDate.
           02 TodayYear PIC 9(4).
           02 TodayMonth PIC 9(2).
           02 TodayDay PIC 9(2).
      *>   Retention by report, the longest any register line for
      *>   the report gives; zero means the 13-month default.
       01 DefaultRetainMonths PIC 9(3) VALUE 13.
       01 RetentionMax PIC 9(3) VALUE 100.
       01 RetentionCount PIC 9(3) VALUE ZERO.
       01 RetentionTable.
           02 RetentionEntry OCCURS 100 TIMES.
               03 RtnReportId PIC X(8).
               03 RtnMonths PIC 9(3).
       01 RetentionIdx PIC 9(3) COMP VALUE ZERO.
       01 FoundIdx PIC 9(3) COMP VALUE ZERO.
       01 RetainMonths PIC 9(3) VALUE ZERO.
       01 MonthsFromYearStart PIC 9(4) VALUE ZERO.
       01 YearsToAdd PIC 9(3) VALUE ZERO.
       01 ExpiryDate.
           02 ExpiryYear PIC 9(4).
           02 ExpiryMonth PIC 9(2).
           02 ExpiryDay PIC 9(2).
      *>   The spool position: lines stored by earlier runs, and
      *>   lines read so far this run.
       01 SpoolLinesStored PIC 9(9) VALUE ZERO.
       01 SpoolLinesRead PIC 9(9) VALUE ZERO.
       01 ControlOnFileFlag PIC X VALUE "N".
           88 ControlOnFile VALUE "Y".
      *>   The generation being stored.
       01 CurrentReportId PIC X(8) VALUE SPACES.
       01 CurrentGeneration PIC 9(3) VALUE ZERO.
       01 GenerationLineCount PIC 9(6) VALUE ZERO.
       01 GenerationFreeFlag PIC X VALUE "N".
           88 GenerationIsFree VALUE "Y".
      *>   The generation being purged.
       01 PurgingFlag PIC X VALUE "N".
           88 PurgingGeneration VALUE "Y".
       01 PurgeGenerationKey PIC X(19) VALUE SPACES.
       01 NewLinesRead PIC 9(7) VALUE ZERO.
       01 LinesStored PIC 9(7) VALUE ZERO.
       01 LinesRejected PIC 9(7) VALUE ZERO.
       01 GenerationsStored PIC 9(7) VALUE ZERO.
       01 GenerationsPurged PIC 9(7) VALUE ZERO.
       01 LinesPurged PIC 9(9) VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "ReportRepositoryStor".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(34)
               VALUE "REPORT REPOSITORY STORE - RUN ON ".
           02 RghToday PIC 9(8).
       01 RegisterColumns.
           02 FILLER PIC X(46)
               VALUE "ACTION   REPORT   RUN DATE GEN  LINES EXPIRES ".
       01 RegisterDetail.
           02 RgdAction PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdReportId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdRunDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdGeneration PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdLineCount PIC Z(5)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdExpiryDate PIC 9(8).
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadRetention
           OPEN I-O RepositoryFile
           IF RepositoryNotFound
               OPEN OUTPUT RepositoryFile
               CLOSE RepositoryFile
               OPEN I-O RepositoryFile
           END-IF
           OPEN OUTPUT StoreRegister
           MOVE TodayYYYYMMDD TO RghToday
           MOVE RegisterHeading TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterColumns TO RegisterLine
           WRITE RegisterLine
           PERFORM ReadControlRecord
           PERFORM PurgeExpiredReports
           PERFORM StoreSpool
           CLOSE RepositoryFile
           CLOSE StoreRegister
           IF LinesRejected > ZERO
               MOVE 3236 TO ExceptionNumber
               MOVE "W" TO ExceptionSeverity
               MOVE SPACES TO ExceptionText
               STRING LinesRejected " RPTTAGD lines with no "
                      "report id or already stored"
                   DELIMITED BY SIZE INTO ExceptionText
               PERFORM RaiseStoreException
           END-IF
           MOVE NewLinesRead TO ReadForReport
           MOVE LinesStored TO WrittenForReport
           MOVE LinesRejected TO RejectedForReport
           MOVE GenerationsStored TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           DISPLAY "ReportRepositoryStore - lines stored = "
                   LinesStored " generations = " GenerationsStored
                   " purged = " GenerationsPurged
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

      *>   LoadRetention keeps the longest retention registered for
      *>   each report; no register means every report is kept for
      *>   the default.
       LoadRetention.
           OPEN INPUT DistributionFile
           IF NOT RegisterNotFound
               PERFORM ReadNextRegister
               PERFORM LoadOneRetention UNTIL RegisterAtEnd
               CLOSE DistributionFile
           END-IF.

       LoadOneRetention.
           IF RdgRetainMonths IS NOT NUMERIC
               MOVE ZERO TO RdgRetainMonths
           END-IF
           MOVE RdgReportId TO CurrentReportId
           PERFORM FindRetention
           IF FoundIdx = ZERO
               IF RetentionCount < RetentionMax
                   ADD 1 TO RetentionCount
                   MOVE RdgReportId TO RtnReportId(RetentionCount)
                   MOVE RdgRetainMonths TO RtnMonths(RetentionCount)
               END-IF
           ELSE
               IF RdgRetainMonths > RtnMonths(FoundIdx)
                   MOVE RdgRetainMonths TO RtnMonths(FoundIdx)
               END-IF
           END-IF
           MOVE SPACES TO CurrentReportId
           PERFORM ReadNextRegister.

       FindRetention.
           MOVE ZERO TO FoundIdx
           PERFORM MatchOneRetention
               VARYING RetentionIdx FROM 1 BY 1
               UNTIL RetentionIdx > RetentionCount
                  OR FoundIdx NOT = ZERO.

       MatchOneRetention.
           IF RtnReportId(RetentionIdx) = CurrentReportId
               MOVE RetentionIdx TO FoundIdx
           END-IF.

      *>   ReadControlRecord picks up how far into the spool the
      *>   last run stored; a new repository has stored nothing.
       ReadControlRecord.
           MOVE SPACES TO RepReportId
           MOVE ZERO TO RepRunDate
           MOVE ZERO TO RepGeneration
           MOVE ZERO TO RepLineNo
           READ RepositoryFile KEY IS RepKey
               INVALID KEY
                   MOVE ZERO TO SpoolLinesStored
               NOT INVALID KEY
                   MOVE "Y" TO ControlOnFileFlag
                   MOVE RepSpoolLinesStored TO SpoolLinesStored
           END-READ.

      *>   PurgeExpiredReports walks the repository once. A
      *>   generation's directory entry (line 0) sorts ahead of its
      *>   lines, so the decision taken on the entry carries to the
      *>   lines that follow it under the same generation key.
       PurgeExpiredReports.
           MOVE "N" TO PurgingFlag
           MOVE LOW-VALUES TO RepKey
           START RepositoryFile KEY IS NOT LESS THAN RepKey
               INVALID KEY MOVE "10" TO RepositoryStatus
           END-START
           IF NOT RepositoryAtEnd
               PERFORM ReadNextRepository
               PERFORM PurgeOneRecord UNTIL RepositoryAtEnd
           END-IF.

       PurgeOneRecord.
           IF RepReportId NOT = SPACES
               IF RepLineNo = ZERO
                   MOVE "N" TO PurgingFlag
                   IF RepExpiryDate < TodayYYYYMMDD
                       MOVE "Y" TO PurgingFlag
                       MOVE RepKey(1:19) TO PurgeGenerationKey
                       ADD 1 TO GenerationsPurged
                       MOVE "PURGED" TO RgdAction
                       MOVE RepLineCount TO GenerationLineCount
                       MOVE RepExpiryDate TO ExpiryDate
                       MOVE RepGeneration TO CurrentGeneration
                       MOVE RepRunDate TO RgdRunDate
                       MOVE RepReportId TO CurrentReportId
                       PERFORM WriteRegisterDetail
                   END-IF
               END-IF
               IF PurgingGeneration
                  AND RepKey(1:19) = PurgeGenerationKey
                   DELETE RepositoryFile RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO LinesPurged
               END-IF
           END-IF
           PERFORM ReadNextRepository.

      *>   StoreSpool skips the lines earlier runs stored and
      *>   stores the rest; the control record is then moved on to
      *>   the end of the spool.
       StoreSpool.
           OPEN INPUT TaggedReportFile
           IF SpoolNotFound
               MOVE "NO RPTTAGD SPOOL - NOTHING TO STORE"
                   TO RegisterLine
               WRITE RegisterLine
           ELSE
               PERFORM ReadNextSpool
               PERFORM ReadNextSpool
                   UNTIL SpoolAtEnd
                      OR SpoolLinesRead > SpoolLinesStored
               IF SpoolAtEnd AND SpoolLinesRead < SpoolLinesStored
                   PERFORM RestartFromFirstLine
               END-IF
               MOVE SPACES TO CurrentReportId
               PERFORM StoreOneSpoolLine UNTIL SpoolAtEnd
               IF CurrentReportId NOT = SPACES
                   PERFORM FinishGeneration
               END-IF
               CLOSE TaggedReportFile
               PERFORM WriteControlRecord
           END-IF.

       RestartFromFirstLine.
           MOVE 3235 TO ExceptionNumber
           MOVE "W" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING "RPTTAGD has " SpoolLinesRead " lines, "
                  SpoolLinesStored " stored - from line 1"
               DELIMITED BY SIZE INTO ExceptionText
           PERFORM RaiseStoreException
           MOVE "SPOOL SHORTER THAN LAST STORED - STORED FROM LINE 1"
               TO RegisterLine
           WRITE RegisterLine
           CLOSE TaggedReportFile
           MOVE "00" TO TaggedReportStatus
           MOVE ZERO TO SpoolLinesRead
           OPEN INPUT TaggedReportFile
           PERFORM ReadNextSpool.

       StoreOneSpoolLine.
           ADD 1 TO NewLinesRead
           IF RtgReportId = SPACES
               ADD 1 TO LinesRejected
           ELSE
               IF RtgReportId NOT = CurrentReportId
                   IF CurrentReportId NOT = SPACES
                       PERFORM FinishGeneration
                   END-IF
                   PERFORM StartGeneration
               END-IF
               PERFORM StoreOneLine
           END-IF
           PERFORM ReadNextSpool.

       StartGeneration.
           MOVE RtgReportId TO CurrentReportId
           MOVE ZERO TO GenerationLineCount
           MOVE ZERO TO CurrentGeneration
           MOVE "N" TO GenerationFreeFlag
           PERFORM ProbeOneGeneration UNTIL GenerationIsFree.

      *>   ProbeOneGeneration tries the next generation number for
      *>   the report today; the first with no directory entry is
      *>   this run's.
       ProbeOneGeneration.
           ADD 1 TO CurrentGeneration
           MOVE CurrentReportId TO RepReportId
           MOVE TodayYYYYMMDD TO RepRunDate
           MOVE CurrentGeneration TO RepGeneration
           MOVE ZERO TO RepLineNo
           READ RepositoryFile KEY IS RepKey
               INVALID KEY
                   MOVE "Y" TO GenerationFreeFlag
           END-READ.

       StoreOneLine.
           ADD 1 TO GenerationLineCount
           MOVE CurrentReportId TO RepReportId
           MOVE TodayYYYYMMDD TO RepRunDate
           MOVE CurrentGeneration TO RepGeneration
           MOVE GenerationLineCount TO RepLineNo
           IF RtgCityCode IS NUMERIC
               MOVE RtgCityCode TO RepCityCode
           ELSE
               MOVE ZERO TO RepCityCode
           END-IF
           MOVE RtgLine TO RepLine
           WRITE ReportRepositoryRec
               INVALID KEY
                   ADD 1 TO LinesRejected
                   SUBTRACT 1 FROM GenerationLineCount
               NOT INVALID KEY
                   ADD 1 TO LinesStored
           END-WRITE.

      *>   FinishGeneration writes the generation's directory entry
      *>   with its line count and expiry date - today plus the
      *>   report's retention in months, the day of the month kept.
       FinishGeneration.
           PERFORM FindRetention
           MOVE DefaultRetainMonths TO RetainMonths
           IF FoundIdx NOT = ZERO
               IF RtnMonths(FoundIdx) > ZERO
                   MOVE RtnMonths(FoundIdx) TO RetainMonths
               END-IF
           END-IF
           COMPUTE MonthsFromYearStart = TodayMonth - 1 + RetainMonths
           DIVIDE MonthsFromYearStart BY 12
               GIVING YearsToAdd REMAINDER ExpiryMonth
           ADD 1 TO ExpiryMonth
           COMPUTE ExpiryYear = TodayYear + YearsToAdd
           MOVE TodayDay TO ExpiryDay
           MOVE CurrentReportId TO RepReportId
           MOVE TodayYYYYMMDD TO RepRunDate
           MOVE CurrentGeneration TO RepGeneration
           MOVE ZERO TO RepLineNo
           MOVE SPACES TO RepDirectoryDetail
           MOVE ExpiryDate TO RepExpiryDate
           MOVE GenerationLineCount TO RepLineCount
           MOVE TodayYYYYMMDD TO RepStoredDate
           WRITE ReportRepositoryRec
               INVALID KEY
                   REWRITE ReportRepositoryRec
           END-WRITE
           ADD 1 TO GenerationsStored
           MOVE "STORED" TO RgdAction
           MOVE TodayYYYYMMDD TO RgdRunDate
           PERFORM WriteRegisterDetail.

       WriteControlRecord.
           MOVE SPACES TO RepReportId
           MOVE ZERO TO RepRunDate
           MOVE ZERO TO RepGeneration
           MOVE ZERO TO RepLineNo
           MOVE SPACES TO RepControlDetail
           MOVE SpoolLinesRead TO RepSpoolLinesStored
           MOVE TodayYYYYMMDD TO RepLastStoreDate
           IF ControlOnFile
               REWRITE ReportRepositoryRec
           ELSE
               WRITE ReportRepositoryRec
           END-IF.

       WriteRegisterDetail.
           MOVE CurrentReportId TO RgdReportId
           MOVE CurrentGeneration TO RgdGeneration
           MOVE GenerationLineCount TO RgdLineCount
           MOVE ExpiryDate TO RgdExpiryDate
           MOVE RegisterDetail TO RegisterLine
           WRITE RegisterLine.

       RaiseStoreException.
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       ReadNextSpool.
           READ TaggedReportFile
               AT END MOVE "10" TO TaggedReportStatus
               NOT AT END ADD 1 TO SpoolLinesRead
           END-READ.

       ReadNextRegister.
           READ DistributionFile
               AT END MOVE "10" TO DistributionStatus
           END-READ.

       ReadNextRepository.
           READ RepositoryFile NEXT RECORD
               AT END MOVE "10" TO RepositoryStatus
           END-READ.
