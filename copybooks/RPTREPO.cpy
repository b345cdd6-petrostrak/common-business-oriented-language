      *>   RPTREPO - report repository record. Every stored run of a
      *>   report is kept line for line under its report id, run
      *>   date and generation (the first run of a report on a day
      *>   is generation 1, a rerun 2, and so on), so a lost copy or
      *>   an old month's report is read back instead of rerun
      *>   against archived data. Line 0 of each generation is its
      *>   directory entry - the line count and the date the stored
      *>   copy expires under the report's DISTREG retention; lines
      *>   1 onward carry the CityCode each line belongs to (zero
      *>   for company-wide lines) and the line as printed. The one
      *>   record with a blank report id is the store run's own
      *>   control record: how far into the RPTTAGD spool it has
      *>   already stored.
       01 ReportRepositoryRec.
           02 RepKey.
               03 RepReportId PIC X(8).
               03 RepRunDate PIC 9(8).
               03 RepGeneration PIC 9(3).
               03 RepLineNo PIC 9(6).
           02 RepLineDetail.
               03 RepCityCode PIC 9(3).
               03 RepLine PIC X(96).
           02 RepDirectoryDetail REDEFINES RepLineDetail.
               03 RepExpiryDate PIC 9(8).
               03 RepLineCount PIC 9(6).
               03 RepStoredDate PIC 9(8).
               03 FILLER PIC X(77).
           02 RepControlDetail REDEFINES RepLineDetail.
               03 RepSpoolLinesStored PIC 9(9).
               03 RepLastStoreDate PIC 9(8).
               03 FILLER PIC X(82).
