      *>   DQHIST - data quality score history, one line per master
      *>   file per monthly scan appended by DataQualityScorecard:
      *>   the records scanned and failing, and the completeness
      *>   and validity percentages, so the scorecard shows each
      *>   file's score against the month before. A rerun in the
      *>   month appends a second line; the later one stands.
       01 DataQualityHistoryRec.
           02 DqhYear PIC 9(4).
           02 DqhMonth PIC 9(2).
           02 DqhFileName PIC X(8).
           02 DqhRecordsScanned PIC 9(7).
           02 DqhFailingRecords PIC 9(7).
           02 DqhCompletenessPct PIC 9(3)V9.
           02 DqhValidityPct PIC 9(3)V9.
