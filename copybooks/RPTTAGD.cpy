       01 TaggedReportRec.
           02 RtgReportId PIC X(8).
           02 RtgCityCode PIC 9(3).
           02 RtgLine PIC X(96).
