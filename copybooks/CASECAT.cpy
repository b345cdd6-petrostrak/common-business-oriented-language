      *>   CASECAT - complaint category reference, one line per
      *>   category in category order: the description printed on
      *>   the ageing report and the target response time in days.
      *>   A live case older than its target has breached; one
      *>   older than twice the target is escalated.
       01 CaseCategoryRec.
           02 CctCategory PIC X(4).
           02 CctDescription PIC X(20).
           02 CctTargetDays PIC 9(3).
