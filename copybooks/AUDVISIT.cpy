      *>   AUDVISIT - internal audit branch visit, keyed on the
      *>   branch CityCode and the visit date. The visit carries the
      *>   auditor, the cash counted against the cash the books
      *>   said should be there, the overall rating and whether the
      *>   branch's over/short history was reviewed; its findings
      *>   sit on AUDFIND under the same key, numbered from one,
      *>   and AvsFindingCount is the last number given out.
       01 AuditVisitRec.
           02 AvsKey.
               03 AvsCityCode PIC 9(3).
               03 AvsVisitDate PIC 9(8).
           02 AvsAuditor PIC X(8).
           02 AvsCashCounted PIC 9(7)V99.
           02 AvsCashExpected PIC 9(7)V99.
           02 AvsOverallRating PIC X.
               88 AvsRatedGood VALUE "G".
               88 AvsRatedSatisfactory VALUE "S".
               88 AvsRatedUnsatisfactory VALUE "U".
               88 AvsValidRating VALUE "G" "S" "U".
           02 AvsOverShortReviewed PIC X.
               88 AvsOverShortWasReviewed VALUE "Y".
           02 AvsFindingCount PIC 9(2).
           02 AvsSummary PIC X(30).
