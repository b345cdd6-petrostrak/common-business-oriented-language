      *>   ADVAUD - audit trail record written for every advisor
      *>   assignment opened, changed or ended, the MEMBAUD
      *>   discipline applied to ADVASGN: before and after images
      *>   of the assignment plus the operator and timestamp.
      *>   AauTranCode is A (allotted by the nightly run), C
      *>   (changed through the ADVTRAN feed) or E (ended because
      *>   the student is no longer active).
       01 AdvisorAuditRec.
           02 AauStudentId PIC 9(7).
           02 AauTranCode PIC X.
               88 AauAllotted VALUE "A".
               88 AauChanged VALUE "C".
               88 AauEnded VALUE "E".
           02 AauOperatorId PIC X(8).
           02 AauTimestamp PIC X(14).
           02 AauBeforeImage.
               03 AabInstructorId PIC X(6).
               03 AabEffectiveFrom PIC 9(8).
               03 AabEffectiveTo PIC 9(8).
           02 AauAfterImage.
               03 AaaInstructorId PIC X(6).
               03 AaaEffectiveFrom PIC 9(8).
               03 AaaEffectiveTo PIC 9(8).
