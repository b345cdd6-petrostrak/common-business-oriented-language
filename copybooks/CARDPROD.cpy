      *>   CARDPROD - card production file sent to the outside card
      *>   printer, fixed 80-byte records. An "H" header carries the
      *>   date the file was cut and the layout version, one "D"
      *>   record per card to print, and a "T" trailer the printer
      *>   proves the file against - the number of cards and the
      *>   number of records including header and trailer.
       01 CardProductionRec.
           02 CppRecordType PIC X.
               88 CppHeaderRecord VALUE "H".
               88 CppCardRecord VALUE "D".
               88 CppTrailerRecord VALUE "T".
           02 CppDetail PIC X(79).
           02 CppHeaderDetail REDEFINES CppDetail.
               03 CphCreatedDate PIC 9(8).
               03 CphLayoutVersion PIC X(2).
               03 FILLER PIC X(69).
           02 CppCardDetail REDEFINES CppDetail.
               03 CpdStudentId PIC 9(7).
               03 CpdSeqNo PIC 9(3).
               03 CpdForename PIC X(9).
               03 CpdSurname PIC X(12).
               03 CpdCourseID PIC X(5).
               03 CpdIssueDate PIC 9(8).
               03 CpdExpiryDate PIC 9(8).
               03 CpdReason PIC X.
               03 FILLER PIC X(26).
           02 CppTrailerDetail REDEFINES CppDetail.
               03 CptCardCount PIC 9(7).
               03 CptRecordCount PIC 9(7).
               03 FILLER PIC X(65).
