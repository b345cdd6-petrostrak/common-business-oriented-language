      *>   BKMANIF - backup manifest record, one per master or log
      *>   file per nightly backup, appended to the cumulative
      *>   BKMANIF file by BackupManifest straight after the copies
      *>   are taken. The record count and hash total are what the
      *>   restore verification proves a restored copy against.
      *>   The hash total adds each record's key and one content
      *>   field as numbers, so a dropped, duplicated or altered
      *>   record moves it even where the count still agrees.
       01 BackupManifestRec.
           02 BkmBackupDate PIC 9(8).
           02 BkmFileName PIC X(8).
           02 BkmFileState PIC X.
               88 BkmFileBackedUp VALUE "B".
               88 BkmFileAbsent VALUE "A".
           02 BkmRecordCount PIC 9(9).
           02 BkmHashTotal PIC 9(15).
