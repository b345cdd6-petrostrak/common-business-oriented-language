      *>   status is not open is rejected to the report instead of
      *>   rolled up - a closed CityCode cannot keep taking money,
      *>   and a ghost branch stops haunting the regional numbers.
      *>   2026-10-15  Each branch's rolled-up count and amount for
      *>   the night is appended to the CITYVOL volume history, so
      *>   the cashier coverage report can see a branch's typical
      *>   weekday once the day's CITYTRAN is gone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS BranchFileStatus.
           SELECT RollupReport ASSIGN TO "CITYROLL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VolumeHistoryFile ASSIGN TO "CITYVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VolumeHistoryStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
       COPY BRANCHREF.
       FD RollupReport.
       01 RollupLine PIC X(50).
       FD VolumeHistoryFile.
       COPY CITYVOL.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 VolumeHistoryStatus PIC XX VALUE "00".
           88 VolumeHistoryNotFound VALUE "35".
       01 TransactionStatus PIC XX VALUE "00".
           88 TransactionsAtEnd VALUE "10".
       01 BranchFileStatus PIC XX VALUE "00".
       01 BranchCount PIC 9(3) VALUE ZERO.
       01 RegionTotals PIC 9(9)V99 OCCURS 0 TO 999 TIMES
               DEPENDING ON BranchCount.
       01 RegionCounts PIC 9(7) OCCURS 0 TO 999 TIMES
               DEPENDING ON BranchCount.
       01 GrandTotal PIC 9(9)V99 VALUE ZEROS.
       01 SubscriptIdx PIC 9(4) VALUE ZERO.
       01 ClosedRejected PIC 9(5) VALUE ZERO.
           OPEN INPUT TransactionFile
           OPEN INPUT BranchFile
           OPEN OUTPUT RollupReport
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM CountBranches
           IF BranchCount = ZERO
               DISPLAY "BranchActivityRollup - BRANCHMS has no "
               PERFORM ReadNextTransaction
               PERFORM AccumulateTransaction UNTIL TransactionsAtEnd
               PERFORM PrintRollup
               PERFORM WriteVolumeHistory
           END-IF
           CLOSE TransactionFile
           CLOSE BranchFile
           END-READ.

       ZeroRegionTotals.
           MOVE ZERO TO RegionTotals(SubscriptIdx)
           MOVE ZERO TO RegionCounts(SubscriptIdx).

       AccumulateTransaction.
           IF TxnCityCode >= 1 AND TxnCityCode <= BranchCount
               PERFORM CheckBranchTakesActivity
               IF BranchTakesActivity
                   ADD TxnAmount TO RegionTotals(TxnCityCode)
                   ADD 1 TO RegionCounts(TxnCityCode)
                   ADD TxnAmount TO GrandTotal
               ELSE
                   ADD 1 TO ClosedRejected
               WRITE RollupLine
           END-IF.

      *>   WriteVolumeHistory appends one CITYVOL record for every
      *>   branch that took activity tonight.
       WriteVolumeHistory.
           OPEN EXTEND VolumeHistoryFile
           IF VolumeHistoryNotFound
               OPEN OUTPUT VolumeHistoryFile
           END-IF
           PERFORM WriteOneBranchVolume
               VARYING SubscriptIdx FROM 1 BY 1
               UNTIL SubscriptIdx > BranchCount
           CLOSE VolumeHistoryFile.

       WriteOneBranchVolume.
           IF RegionCounts(SubscriptIdx) > ZERO
               MOVE TodayYYYYMMDD TO CvlDate
               MOVE SubscriptIdx TO CvlCityCode
               MOVE RegionCounts(SubscriptIdx) TO CvlTxnCount
               MOVE RegionTotals(SubscriptIdx) TO CvlTxnAmount
               WRITE CityVolumeRec
           END-IF.

       ReadNextTransaction.
           READ TransactionFile
               AT END MOVE "10" TO TransactionStatus
