      *>   DQRULES - master file field-content rule, one per field
      *>   the monthly data quality scorecard checks; the shared
      *>   statement of what each key field may hold, kept as a
      *>   maintained dataset like the retention rules.
      *>     DqrFileName    - STUDMAST, MEMBMAST, CONTACT, FLEETMS
      *>                      or DRIVERMS.
      *>     DqrRecordType  - CONTACT only: S or M limits the rule
      *>                      to students' or members' contacts;
      *>                      space applies it to every record.
      *>     DqrFieldName   - the copybook name (SURNAME,
      *>                      CTTPOSTALCODE, REGISTRATIONNUMBER,
      *>                      DRIVERLICENCENO, CTTEMAIL ...).
      *>     DqrOwnerDept   - the department that puts a failing
      *>                      record right.
      *>     DqrRequired    - Y: a blank (or zero date) is
      *>                      incomplete; otherwise a blank passes
      *>                      and only a filled field is checked.
      *>     DqrAllowedClasses - the CHARCLAS classes the field's
      *>                      characters may come from, any order:
      *>                      U upper-case letter, L lower-case
      *>                      letter, A either case, D digit, S
      *>                      space (never leading), H name
      *>                      punctuation (- ' .), E email
      *>                      punctuation (@ . _ -).
      *>     DqrFirstClass  - U, L, A or D: the class the first
      *>                      character must be; space for any.
      *>     DqrMustContain - a character the value must hold, as
      *>                      the @ of an email; space for none.
      *>     DqrMinLength   - fewest significant characters.
      *>   For example, a surname of letters and name punctuation,
      *>   starting upper-case, at least two characters long:
      *>     STUDMAST SURNAME             REGISTRY  YULH   U 02
       01 DataQualityRuleRec.
           02 DqrFileName PIC X(8).
           02 DqrRecordType PIC X.
           02 DqrFieldName PIC X(20).
           02 DqrOwnerDept PIC X(10).
           02 DqrRequired PIC X.
               88 DqrFieldRequired VALUE "Y".
           02 DqrAllowedClasses PIC X(6).
           02 DqrFirstClass PIC X.
           02 DqrMustContain PIC X.
           02 DqrMinLength PIC 9(2).
