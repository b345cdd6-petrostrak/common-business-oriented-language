      *>   AGYPARM - collection agency placement parameter: the
      *>   agency the run places with and the age (days since the
      *>   period was first found unpaid) and balance a period
      *>   must reach before it goes out. Zero keeps the standing
      *>   threshold.
       01 AgencyParmRec.
           02 AgpAgencyCode PIC X(4).
           02 AgpMinAgeDays PIC 9(4).
           02 AgpMinBalance PIC 9(5)V99.
