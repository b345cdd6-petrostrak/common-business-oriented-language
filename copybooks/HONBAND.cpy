      *>   HONBAND - honours classification band reference record,
      *>   one per class of degree, keyed on the class code. A
      *>   graduate takes the band with the highest HnbMinGPA not
      *>   above their cumulative GPA, so the bands need not be
      *>   contiguous and the board's thresholds are a file
      *>   maintenance, not a recompile - the INSBAND idea applied
      *>   to degree classes. HnbTitle is the wording printed on
      *>   the certificate.
       01 HonoursBandRec.
           02 HnbClassCode PIC X(2).
           02 HnbMinGPA PIC 9V9(2).
           02 HnbTitle PIC X(24).
