      *>   AUDFIND - internal audit finding, keyed on the visit
      *>   (CityCode and visit date) and the finding number. Each
      *>   finding has an area (CASH count, PROC cashier procedure,
      *>   OVSH over/short history, OTHR), a risk rating, the
      *>   branch owner who agreed to fix it and the agreed fix
      *>   date. AfdStatus is the follow-up status: open, in
      *>   progress, fixed (reported fixed, awaiting the auditor's
      *>   follow-up) and closed (fix confirmed). A finding still
      *>   open or in progress past its agreed fix date is overdue.
       01 AuditFindingRec.
           02 AfdKey.
               03 AfdCityCode PIC 9(3).
               03 AfdVisitDate PIC 9(8).
               03 AfdFindingNo PIC 9(2).
           02 AfdArea PIC X(4).
               88 AfdValidArea VALUE "CASH" "PROC" "OVSH" "OTHR".
           02 AfdRiskRating PIC X.
               88 AfdHighRisk VALUE "H".
               88 AfdMediumRisk VALUE "M".
               88 AfdLowRisk VALUE "L".
               88 AfdValidRisk VALUE "H" "M" "L".
           02 AfdOwner PIC X(8).
           02 AfdAgreedFixDate PIC 9(8).
           02 AfdStatus PIC X.
               88 AfdOpen VALUE "O".
               88 AfdInProgress VALUE "P".
               88 AfdFixed VALUE "F".
               88 AfdClosed VALUE "C".
               88 AfdStillOpen VALUE "O" "P".
               88 AfdValidStatus VALUE "O" "P" "F" "C".
           02 AfdLastFollowUpDate PIC 9(8).
           02 AfdFollowUpNote PIC X(20).
           02 AfdText PIC X(40).
