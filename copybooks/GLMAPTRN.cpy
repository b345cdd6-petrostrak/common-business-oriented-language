           02 GmtPostingKey PIC X(8).
           02 GmtAccountCode PIC X(8).
           02 GmtAccountName PIC X(20).
           02 GmtReportGroup PIC X(10).
