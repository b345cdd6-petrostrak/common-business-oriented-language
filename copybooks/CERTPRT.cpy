      *>   CERTPRT - degree certificate print record, one per
      *>   graduate conferred, sent to the print bureau. The
      *>   bureau's template lays the fields out; the record holds
      *>   only what goes on the parchment and the StudentId the
      *>   bureau quotes back on its despatch note.
       01 CertificatePrintRec.
           02 CrpStudentId PIC 9(7).
           02 CrpForename PIC X(9).
           02 CrpSurname PIC X(12).
           02 CrpCourseID PIC X(5).
           02 CrpCourseTitle PIC X(20).
           02 CrpHonoursTitle PIC X(24).
           02 CrpConferralDate PIC 9(8).
