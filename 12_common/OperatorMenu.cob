      *>   lockout) BEFORE the OPERSEC entitlements are consulted -
      *>   knowing a supervisor's id no longer inherits their
      *>   entitlements, and every attempt lands on SIGNLOG.
      *>   2026-10-15  Membership fee quotation added as an open
      *>   counter function.
      *>   2026-10-15  Person index inquiry added as an open
      *>   function - every role a person holds, from any one.
      *>   2026-10-15  Stored report inquiry added as an open
      *>   function; the inquiry limits what it shows to the
      *>   operator's branch coverage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 ChoiceEnrollUpdate VALUE "4".
           88 ChoiceGradePosting VALUE "5".
           88 ChoiceFeeBilling VALUE "6".
           88 ChoiceFeeQuotation VALUE "7".
           88 ChoicePersonInquiry VALUE "8".
           88 ChoiceReportInquiry VALUE "9".
           88 ChoiceQuit VALUE "Q", "q".
       01 ProgramNameLiteral PIC X(20) VALUE "OperatorMenu".
       01 SensitiveFunctionCode PIC X(8) VALUE SPACES.
           DISPLAY "1  Student inquiry"
           DISPLAY "2  Member balance inquiry"
           DISPLAY "3  Student audit trail inquiry"
           DISPLAY "7  Membership fee quotation"
           DISPLAY "8  Person index inquiry"
           DISPLAY "9  Stored report inquiry"
           IF MayUpdateStudents = "Y"
               DISPLAY "4  Student enrollment update"
               DISPLAY "5  Term-end grade posting"
               WHEN ChoiceAuditInquiry
                   CALL "StudentAuditInquiry"
                   CANCEL "StudentAuditInquiry"
               WHEN ChoiceFeeQuotation
                   CALL "MemberFeeQuotation"
                   CANCEL "MemberFeeQuotation"
               WHEN ChoicePersonInquiry
                   CALL "PersonIndexInquiry"
                   CANCEL "PersonIndexInquiry"
               WHEN ChoiceReportInquiry
                   CALL "ReportRepositoryInquiry"
                   CANCEL "ReportRepositoryInquiry"
               WHEN ChoiceEnrollUpdate
                   PERFORM DispatchStudentUpdate
               WHEN ChoiceGradePosting
