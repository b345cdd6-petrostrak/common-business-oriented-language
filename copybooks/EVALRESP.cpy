      *>   EVALRESP - end-of-course evaluation response, one per
      *>   completed survey form, keyed on the section it was
      *>   collected in (course, term, section) plus the form's
      *>   serial number. Responses are anonymous - nothing ties a
      *>   form to a student. Each of the eight questions is rated
      *>   1 (poor) to 5 (excellent); zero means left unanswered.
       01 EvaluationRec.
           02 EvaluationKey.
               03 EvrCourseID PIC X(5).
               03 EvrTerm PIC X(6).
               03 EvrSectionNo PIC 9(2).
               03 EvrFormNo PIC 9(4).
           02 EvrRatings.
               03 EvrRating PIC 9 OCCURS 8 TIMES.
           02 EvrCapturedDate PIC 9(8).
