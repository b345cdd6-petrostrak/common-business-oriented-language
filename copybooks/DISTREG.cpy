      *>   per-recipient bundles against this, so a branch manager
      *>   receives their branch's pages and not the whole
      *>   company's. CityCode zero means the recipient takes the
      *>   whole report. RdgRetainMonths is how long the report
      *>   repository keeps each stored run of the report; the
      *>   longest of a report's entries applies, and a report
      *>   with none (zero, or a register line from before the
      *>   field was added) is kept 13 months.
       01 DistributionRec.
           02 RdgReportId PIC X(8).
           02 RdgCityCode PIC 9(3).
           02 RdgRecipient PIC X(20).
           02 RdgCopyCount PIC 9(2).
           02 RdgRetainMonths PIC 9(3).
