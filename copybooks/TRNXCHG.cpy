      *>   TRNXCHG - outbound electronic transcript exchange record.
      *>   Every record is the same length; TxrRecordType tells the
      *>   receiving institution which layout TxrDetail is read as.
      *>   Each fulfilled request is one set: an "H" header naming
      *>   the request and the receiving institution, one "S"
      *>   student record, one "C" record per ENROLDTL course with
      *>   its term and grade ("T" in TxcTransferFlag marks credit
      *>   we accepted from elsewhere), and a "T" trailer whose
      *>   control totals - course records, the sum of the grades
      *>   and the records in the set including header and
      *>   trailer - let the receiver prove the set arrived whole.
       01 TranscriptExchangeRec.
           02 TxrRecordType PIC X.
               88 TxrHeaderRecord VALUE "H".
               88 TxrStudentRecord VALUE "S".
               88 TxrCourseRecord VALUE "C".
               88 TxrTrailerRecord VALUE "T".
           02 TxrRequestNo PIC 9(6).
           02 TxrDetail PIC X(73).
           02 TxrHeaderDetail REDEFINES TxrDetail.
               03 TxhInstitution PIC X(8).
               03 TxhCreatedDate PIC 9(8).
               03 TxhLayoutVersion PIC X(2).
               03 FILLER PIC X(55).
           02 TxrStudentDetail REDEFINES TxrDetail.
               03 TxsStudentId PIC 9(7).
               03 TxsForename PIC X(9).
               03 TxsSurname PIC X(12).
               03 TxsDateOfBirth PIC 9(8).
               03 TxsStatus PIC X.
               03 TxsGPA PIC 9V9(2).
               03 FILLER PIC X(33).
           02 TxrCourseDetail REDEFINES TxrDetail.
               03 TxcCourseID PIC X(5).
               03 TxcCourseTitle PIC X(20).
               03 TxcCredits PIC 9(2).
               03 TxcTerm PIC X(6).
               03 TxcGrade PIC 9V9(2).
               03 TxcTransferFlag PIC X.
               03 FILLER PIC X(36).
           02 TxrTrailerDetail REDEFINES TxrDetail.
               03 TxtCourseCount PIC 9(5).
               03 TxtGradeTotal PIC 9(5)V9(2).
               03 TxtRecordCount PIC 9(5).
               03 FILLER PIC X(56).
