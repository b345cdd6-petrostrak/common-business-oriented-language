      *>   VERIFLOG - log of every enrollment verification letter
      *>   issued, keyed on the verification reference printed on
      *>   the letter, so a bank or visa office quoting the
      *>   reference can be told what the letter said: the student,
      *>   the term, the status and credit load confirmed, and to
      *>   whom and when it was issued. References are issued in
      *>   ascending sequence by EnrollmentVerification and looked up
      *>   through VerificationInquiry.
       01 VerificationLogRec.
           02 VflReference PIC 9(8).
           02 VflStudentId PIC 9(7).
           02 VflIssueDate PIC 9(8).
           02 VflTerm PIC X(6).
           02 VflStudentStatus PIC X.
           02 VflCourseID PIC X(5).
           02 VflCourseCount PIC 9(2).
           02 VflCreditLoad PIC 9(3).
           02 VflLoadType PIC X.
               88 VflFullTime VALUE "F".
               88 VflPartTime VALUE "P".
           02 VflPurpose PIC X.
           02 VflAddressee PIC X(30).
           02 VflRequestDate PIC 9(8).
           02 VflOperatorId PIC X(8).
