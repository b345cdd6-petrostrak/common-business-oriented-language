       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataQualityScorecard.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Monthly master file data quality scorecard. Every record
      *>   of STUDMAST, MEMBMAST, CONTACT, FLEETMS and DRIVERMS is
      *>   checked against the DQRULES field-content rules, the
      *>   shared statement of which CHARCLAS character classes
      *>   each key field may hold, so a surname with digits in it,
      *>   a blank postcode or a junk registration number is found
      *>   the month it is keyed rather than years later. Each file
      *>   is scored two ways:
      *>     completeness - required fields filled, as a percentage
      *>                    of required fields checked;
      *>     validity     - filled fields that pass their rule, as
      *>                    a percentage of filled fields checked.
      *>   The scorecard shows each score against the file's last
      *>   month on the DQHIST history, to which this month's line
      *>   is then added, and lists every failing field by the
      *>   department that owns the rule, sorted by department,
      *>   file and record. No rules file is severe (3237); a rule
      *>   naming a field the scan does not know (3238) and a
      *>   master not on file (3239) are warnings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RuleFile ASSIGN TO "DQRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RuleFileStatus.
           SELECT HistoryFile ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT ContactFile ASSIGN TO "CONTACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ContactKey
               FILE STATUS IS ContactFileStatus.
           SELECT FleetFile ASSIGN TO "FLEETMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RegistrationNumber OF FleetRec
               FILE STATUS IS FleetFileStatus.
           SELECT DriverFile ASSIGN TO "DRIVERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DriverId
               FILE STATUS IS DriverFileStatus.
           SELECT ScorecardReport ASSIGN TO "DQSCORE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FailureSortFile ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD RuleFile.
       COPY DQRULES.
       FD HistoryFile.
       COPY DQHIST.
       FD StudentMasterFile.
       COPY STUDREC.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD ContactFile.
       COPY CONTACT.
       FD FleetFile.
       COPY FLEETREC.
       FD DriverFile.
       COPY DRIVERMS.
       FD ScorecardReport.
       01 ScorecardLine PIC X(80).
       SD FailureSortFile.
       01 FailureSortRec.
           02 SrtOwnerDept PIC X(10).
           02 SrtFileName PIC X(8).
           02 SrtRecordKey PIC X(8).
           02 SrtFieldName PIC X(20).
           02 SrtReason PIC X(14).
           02 SrtFieldValue PIC X(30).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 TodayParts REDEFINES TodayDate.
           02 TodayYear PIC 9(4).
           02 TodayMonth PIC 9(2).
           02 TodayDay PIC 9(2).
       COPY CHARCLAS.
       01 RuleFileStatus PIC XX VALUE "00".
           88 RuleFileAtEnd VALUE "10".
           88 RuleFileNotFound VALUE "35".
       01 HistoryFileStatus PIC XX VALUE "00".
           88 HistoryAtEnd VALUE "10".
           88 HistoryNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 StudentMasterAtEnd VALUE "10".
           88 StudentMasterNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberMasterAtEnd VALUE "10".
           88 MemberMasterNotFound VALUE "35".
       01 ContactFileStatus PIC XX VALUE "00".
           88 ContactFileAtEnd VALUE "10".
           88 ContactFileNotFound VALUE "35".
       01 FleetFileStatus PIC XX VALUE "00".
           88 FleetFileAtEnd VALUE "10".
           88 FleetFileNotFound VALUE "35".
       01 DriverFileStatus PIC XX VALUE "00".
           88 DriverFileAtEnd VALUE "10".
           88 DriverFileNotFound VALUE "35".
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *>   The rules, loaded once, with the allowed classes spread
      *>   into one flag per class.
       01 RuleMax PIC 9(3) VALUE 80.
       01 RuleCount PIC 9(3) VALUE ZERO.
       01 RuleTable.
           02 RuleEntry OCCURS 80 TIMES.
               03 RltFileName PIC X(8).
               03 RltRecordType PIC X.
               03 RltFieldName PIC X(20).
               03 RltOwnerDept PIC X(10).
               03 RltRequired PIC X.
               03 RltAllowUpper PIC X.
               03 RltAllowLower PIC X.
               03 RltAllowDigit PIC X.
               03 RltAllowSpace PIC X.
               03 RltAllowNamePunct PIC X.
               03 RltAllowEmailPunct PIC X.
               03 RltFirstClass PIC X.
               03 RltMustContain PIC X.
               03 RltMinLength PIC 9(2).
               03 RltUnknownField PIC X.
       01 RuleIdx PIC 9(3) COMP VALUE ZERO.
       01 ClassIdx PIC 9 COMP VALUE ZERO.
      *>   One score line per master, in scan order.
       01 FileScoreValues.
           02 FILLER PIC X(8) VALUE "STUDMAST".
           02 FILLER PIC X(8) VALUE "MEMBMAST".
           02 FILLER PIC X(8) VALUE "CONTACT ".
           02 FILLER PIC X(8) VALUE "FLEETMS ".
           02 FILLER PIC X(8) VALUE "DRIVERMS".
       01 FileNameTable REDEFINES FileScoreValues.
           02 FsnName PIC X(8) OCCURS 5 TIMES.
       01 FileScoreTable.
           02 FileScoreEntry OCCURS 5 TIMES.
               03 FsScanned PIC X.
                   88 FsFileScanned VALUE "Y".
               03 FsRecords PIC 9(7).
               03 FsFailingRecords PIC 9(7).
               03 FsRequiredChecks PIC 9(9).
               03 FsRequiredFilled PIC 9(9).
               03 FsFieldsChecked PIC 9(9).
               03 FsFieldsValid PIC 9(9).
               03 FsCompletenessPct PIC 9(3)V9.
               03 FsValidityPct PIC 9(3)V9.
               03 FsPrevYearMonth PIC 9(6).
               03 FsPrevCompleteness PIC 9(3)V9.
               03 FsPrevValidity PIC 9(3)V9.
       01 FileIdx PIC 9 COMP VALUE ZERO.
       01 FoundFileIdx PIC 9 COMP VALUE ZERO.
       01 CurrentYearMonth PIC 9(6) VALUE ZERO.
       01 HistoryYearMonth PIC 9(6) VALUE ZERO.
      *>   The record and field under test.
       01 ScanFileName PIC X(8) VALUE SPACES.
       01 ScanRecordType PIC X VALUE SPACE.
       01 ScanRecordKey PIC X(8) VALUE SPACES.
       01 RecordFailedFlag PIC X VALUE "N".
           88 RecordFailed VALUE "Y".
       01 FieldValue PIC X(30) VALUE SPACES.
       01 FieldKnownFlag PIC X VALUE "Y".
           88 FieldKnown VALUE "Y".
       01 FieldDateFlag PIC X VALUE "N".
           88 FieldIsDate VALUE "Y".
       01 FieldFailReason PIC X(14) VALUE SPACES.
       01 FieldEnd PIC 9(2) COMP VALUE ZERO.
       01 CharIdx PIC 9(2) COMP VALUE ZERO.
       01 CharAllowedFlag PIC X VALUE "N".
           88 CharAllowed VALUE "Y".
       01 ContainCount PIC 9(2) COMP VALUE ZERO.
       01 NumericKeyWork PIC 9(7) VALUE ZERO.
      *>   Failure listing control.
       01 SortReturnFlag PIC X VALUE "N".
           88 SortReturnAtEnd VALUE "Y".
       01 CurrentDept PIC X(10) VALUE SPACES.
       01 DeptFailures PIC 9(7) VALUE ZERO.
       01 DeptStartedFlag PIC X VALUE "N".
           88 DeptStarted VALUE "Y".
       01 RecordsScanned PIC 9(7) VALUE ZERO.
       01 RecordsFailing PIC 9(7) VALUE ZERO.
       01 FieldFailures PIC 9(9) VALUE ZERO.
       01 ExceptionNumber PIC 9(4) VALUE ZERO.
       01 ExceptionSeverity PIC X VALUE "W".
       01 ExceptionText PIC X(60) VALUE SPACES.
       01 ExceptionReturnCode PIC 9(4) VALUE ZERO.
       01 HighestReturnCode PIC 9(4) VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "DataQualityScorecard".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(42)
               VALUE "MASTER FILE DATA QUALITY SCORECARD - RUN ".
           02 RphToday PIC 9(8).
       01 ScoreTitle.
           02 FILLER PIC X(40) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "---- LAST MONTH SCORED -----".
       01 ScoreColumns.
           02 FILLER PIC X(9) VALUE "FILE".
           02 FILLER PIC X(8) VALUE "RECORDS".
           02 FILLER PIC X(9) VALUE "FAILING".
           02 FILLER PIC X(7) VALUE "COMPL".
           02 FILLER PIC X(7) VALUE "VALID".
           02 FILLER PIC X(8) VALUE "PERIOD".
           02 FILLER PIC X(7) VALUE "COMPL".
           02 FILLER PIC X(7) VALUE "VALID".
           02 FILLER PIC X(6) VALUE "CHANGE".
       01 ScoreDetail.
           02 SdFileName PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SdRecords PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SdFailing PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SdCompleteness PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SdValidity PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SdPrevious.
               03 SdPrevYearMonth PIC 9(6).
               03 FILLER PIC X(2) VALUE SPACES.
               03 SdPrevCompleteness PIC ZZ9.9.
               03 FILLER PIC X(2) VALUE SPACES.
               03 SdPrevValidity PIC ZZ9.9.
               03 FILLER PIC X(2) VALUE SPACES.
               03 SdValidityChange PIC +ZZ9.9.
       01 ValidityChange PIC S9(3)V9 VALUE ZERO.
       01 DeptHeading.
           02 FILLER PIC X(20) VALUE "FAILING RECORDS FOR ".
           02 DphDept PIC X(10).
       01 FailureColumns.
           02 FILLER PIC X(9) VALUE "FILE".
           02 FILLER PIC X(9) VALUE "RECORD".
           02 FILLER PIC X(21) VALUE "FIELD".
           02 FILLER PIC X(15) VALUE "REASON".
           02 FILLER PIC X(5) VALUE "VALUE".
       01 FailureDetail.
           02 FdFileName PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FdRecordKey PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FdFieldName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FdReason PIC X(14).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FdFieldValue PIC X(26).
       01 DeptTotalLine.
           02 FILLER PIC X(20) VALUE "  FIELDS FAILING    ".
           02 DtlFailures PIC Z(6)9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           COMPUTE CurrentYearMonth = TodayYear * 100 + TodayMonth
           OPEN OUTPUT ScorecardReport
           MOVE TodayYYYYMMDD TO RphToday
           MOVE ReportHeading TO ScorecardLine
           WRITE ScorecardLine
           PERFORM LoadRules
           IF RuleCount = ZERO
               MOVE 3237 TO ExceptionNumber
               MOVE "S" TO ExceptionSeverity
               MOVE "No DQRULES field-content rules - nothing scored"
                   TO ExceptionText
               PERFORM RaiseScoreException
               MOVE "NO FIELD-CONTENT RULES - NOTHING SCORED"
                   TO ScorecardLine
               WRITE ScorecardLine
           ELSE
               PERFORM LoadPreviousScores
               SORT FailureSortFile
                   ON ASCENDING KEY SrtOwnerDept
                   ON ASCENDING KEY SrtFileName
                   ON ASCENDING KEY SrtRecordKey
                   ON ASCENDING KEY SrtFieldName
                   INPUT PROCEDURE IS ScanAllMasters
                   OUTPUT PROCEDURE IS PrintScorecard
               PERFORM WriteScoreHistory
               PERFORM WarnUnknownField
                   VARYING RuleIdx FROM 1 BY 1
                   UNTIL RuleIdx > RuleCount
           END-IF
           CLOSE ScorecardReport
           MOVE RecordsScanned TO ReadForReport
           COMPUTE WrittenForReport = RecordsScanned - RecordsFailing
           MOVE RecordsFailing TO RejectedForReport
           MOVE FieldFailures TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           DISPLAY "DataQualityScorecard - records = " RecordsScanned
                   " failing = " RecordsFailing
                   " field failures = " FieldFailures
           MOVE HighestReturnCode TO RETURN-CODE
           STOP RUN.

      *>   LoadRules takes the DQRULES lines, upper-casing the file
      *>   and field names as keyed and spreading the allowed
      *>   classes into their flags.
       LoadRules.
           OPEN INPUT RuleFile
           IF NOT RuleFileNotFound
               PERFORM ReadNextRule
               PERFORM LoadOneRule
                   UNTIL RuleFileAtEnd OR RuleCount NOT < RuleMax
               CLOSE RuleFile
           END-IF.

       LoadOneRule.
           IF DqrFileName NOT = SPACES AND DqrFieldName NOT = SPACES
               ADD 1 TO RuleCount
               INSPECT DataQualityRuleRec
                   CONVERTING LowerCaseLetters TO UpperCaseLetters
               MOVE DqrFileName TO RltFileName(RuleCount)
               MOVE DqrRecordType TO RltRecordType(RuleCount)
               MOVE DqrFieldName TO RltFieldName(RuleCount)
               MOVE DqrOwnerDept TO RltOwnerDept(RuleCount)
               IF DqrOwnerDept = SPACES
                   MOVE "UNASSIGNED" TO RltOwnerDept(RuleCount)
               END-IF
               MOVE DqrRequired TO RltRequired(RuleCount)
               MOVE "N" TO RltAllowUpper(RuleCount)
               MOVE "N" TO RltAllowLower(RuleCount)
               MOVE "N" TO RltAllowDigit(RuleCount)
               MOVE "N" TO RltAllowSpace(RuleCount)
               MOVE "N" TO RltAllowNamePunct(RuleCount)
               MOVE "N" TO RltAllowEmailPunct(RuleCount)
               PERFORM TakeOneAllowedClass
                   VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > 6
               MOVE DqrFirstClass TO RltFirstClass(RuleCount)
               MOVE DqrMustContain TO RltMustContain(RuleCount)
               IF DqrMinLength IS NUMERIC
                   MOVE DqrMinLength TO RltMinLength(RuleCount)
               ELSE
                   MOVE ZERO TO RltMinLength(RuleCount)
               END-IF
               MOVE "N" TO RltUnknownField(RuleCount)
           END-IF
           PERFORM ReadNextRule.

       TakeOneAllowedClass.
           EVALUATE DqrAllowedClasses(ClassIdx:1)
               WHEN "U"
                   MOVE "Y" TO RltAllowUpper(RuleCount)
               WHEN "L"
                   MOVE "Y" TO RltAllowLower(RuleCount)
               WHEN "A"
                   MOVE "Y" TO RltAllowUpper(RuleCount)
                   MOVE "Y" TO RltAllowLower(RuleCount)
               WHEN "D"
                   MOVE "Y" TO RltAllowDigit(RuleCount)
               WHEN "S"
                   MOVE "Y" TO RltAllowSpace(RuleCount)
               WHEN "H"
                   MOVE "Y" TO RltAllowNamePunct(RuleCount)
               WHEN "E"
                   MOVE "Y" TO RltAllowEmailPunct(RuleCount)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>   LoadPreviousScores keeps, for each master, the latest
      *>   DQHIST line from a month before this one; a later line
      *>   for the same month (a rerun) replaces an earlier one.
       LoadPreviousScores.
           PERFORM ClearOneFileScore
               VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 5
           OPEN INPUT HistoryFile
           IF NOT HistoryNotFound
               PERFORM ReadNextHistory
               PERFORM TakeOneHistoryLine UNTIL HistoryAtEnd
               CLOSE HistoryFile
           END-IF.

       ClearOneFileScore.
           MOVE "N" TO FsScanned(FileIdx)
           MOVE ZERO TO FsRecords(FileIdx)
           MOVE ZERO TO FsFailingRecords(FileIdx)
           MOVE ZERO TO FsRequiredChecks(FileIdx)
           MOVE ZERO TO FsRequiredFilled(FileIdx)
           MOVE ZERO TO FsFieldsChecked(FileIdx)
           MOVE ZERO TO FsFieldsValid(FileIdx)
           MOVE ZERO TO FsCompletenessPct(FileIdx)
           MOVE ZERO TO FsValidityPct(FileIdx)
           MOVE ZERO TO FsPrevYearMonth(FileIdx)
           MOVE ZERO TO FsPrevCompleteness(FileIdx)
           MOVE ZERO TO FsPrevValidity(FileIdx).

       TakeOneHistoryLine.
           COMPUTE HistoryYearMonth = DqhYear * 100 + DqhMonth
           MOVE DqhFileName TO ScanFileName
           PERFORM FindFileIndex
           IF FileIdx NOT = ZERO
              AND HistoryYearMonth < CurrentYearMonth
              AND HistoryYearMonth NOT < FsPrevYearMonth(FileIdx)
               MOVE HistoryYearMonth TO FsPrevYearMonth(FileIdx)
               MOVE DqhCompletenessPct
                   TO FsPrevCompleteness(FileIdx)
               MOVE DqhValidityPct TO FsPrevValidity(FileIdx)
           END-IF
           PERFORM ReadNextHistory.

      *>   FindFileIndex leaves FileIdx on ScanFileName's score
      *>   line, or at zero when it is not one of the five.
       FindFileIndex.
           MOVE ZERO TO FoundFileIdx
           PERFORM MatchOneFileName
               VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 5
           MOVE FoundFileIdx TO FileIdx.

       MatchOneFileName.
           IF FsnName(FileIdx) = ScanFileName
               MOVE FileIdx TO FoundFileIdx
           END-IF.

      *>   ScanAllMasters is the sort's input: every master in turn,
      *>   each record put through the rules for its file, and
      *>   every failing field released for the listing.
       ScanAllMasters.
           PERFORM ScanStudentMaster
           PERFORM ScanMemberMaster
           PERFORM ScanContactFile
           PERFORM ScanFleetFile
           PERFORM ScanDriverFile.

       ScanStudentMaster.
           MOVE "STUDMAST" TO ScanFileName
           PERFORM FindFileIndex
           OPEN INPUT StudentMasterFile
           IF StudentMasterNotFound
               PERFORM RaiseFileNotOnFile
           ELSE
               MOVE "Y" TO FsScanned(FileIdx)
               PERFORM ReadNextStudent
               PERFORM ScoreOneStudent UNTIL StudentMasterAtEnd
               CLOSE StudentMasterFile
           END-IF.

       ScoreOneStudent.
           MOVE SPACE TO ScanRecordType
           MOVE StudentId OF StudentRec TO NumericKeyWork
           MOVE NumericKeyWork TO ScanRecordKey
           PERFORM ApplyFileRules
           PERFORM ReadNextStudent.

       ScanMemberMaster.
           MOVE "MEMBMAST" TO ScanFileName
           PERFORM FindFileIndex
           OPEN INPUT MemberMasterFile
           IF MemberMasterNotFound
               PERFORM RaiseFileNotOnFile
           ELSE
               MOVE "Y" TO FsScanned(FileIdx)
               PERFORM ReadNextMember
               PERFORM ScoreOneMember UNTIL MemberMasterAtEnd
               CLOSE MemberMasterFile
           END-IF.

       ScoreOneMember.
           MOVE SPACE TO ScanRecordType
           MOVE SPACES TO ScanRecordKey
           MOVE MmbMemberId TO ScanRecordKey(1:6)
           PERFORM ApplyFileRules
           PERFORM ReadNextMember.

       ScanContactFile.
           MOVE "CONTACT " TO ScanFileName
           PERFORM FindFileIndex
           OPEN INPUT ContactFile
           IF ContactFileNotFound
               PERFORM RaiseFileNotOnFile
           ELSE
               MOVE "Y" TO FsScanned(FileIdx)
               PERFORM ReadNextContact
               PERFORM ScoreOneContact UNTIL ContactFileAtEnd
               CLOSE ContactFile
           END-IF.

       ScoreOneContact.
           MOVE CttPersonType TO ScanRecordType
           MOVE ContactKey TO ScanRecordKey
           PERFORM ApplyFileRules
           PERFORM ReadNextContact.

       ScanFleetFile.
           MOVE "FLEETMS " TO ScanFileName
           PERFORM FindFileIndex
           OPEN INPUT FleetFile
           IF FleetFileNotFound
               PERFORM RaiseFileNotOnFile
           ELSE
               MOVE "Y" TO FsScanned(FileIdx)
               PERFORM ReadNextFleet
               PERFORM ScoreOneVehicle UNTIL FleetFileAtEnd
               CLOSE FleetFile
           END-IF.

       ScoreOneVehicle.
           MOVE SPACE TO ScanRecordType
           MOVE RegistrationNumber OF FleetRec TO ScanRecordKey
           PERFORM ApplyFileRules
           PERFORM ReadNextFleet.

       ScanDriverFile.
           MOVE "DRIVERMS" TO ScanFileName
           PERFORM FindFileIndex
           OPEN INPUT DriverFile
           IF DriverFileNotFound
               PERFORM RaiseFileNotOnFile
           ELSE
               MOVE "Y" TO FsScanned(FileIdx)
               PERFORM ReadNextDriver
               PERFORM ScoreOneDriver UNTIL DriverFileAtEnd
               CLOSE DriverFile
           END-IF.

       ScoreOneDriver.
           MOVE SPACE TO ScanRecordType
           MOVE DriverId TO ScanRecordKey
           PERFORM ApplyFileRules
           PERFORM ReadNextDriver.

       ApplyFileRules.
           MOVE "N" TO RecordFailedFlag
           ADD 1 TO RecordsScanned
           ADD 1 TO FsRecords(FileIdx)
           PERFORM ApplyOneRule
               VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > RuleCount
           IF RecordFailed
               ADD 1 TO RecordsFailing
               ADD 1 TO FsFailingRecords(FileIdx)
           END-IF.

       ApplyOneRule.
           IF RltFileName(RuleIdx) = ScanFileName
              AND (RltRecordType(RuleIdx) = SPACE
                   OR RltRecordType(RuleIdx) = ScanRecordType)
               PERFORM FetchFieldValue
               IF FieldKnown
                   PERFORM CheckFieldValue
               ELSE
                   MOVE "Y" TO RltUnknownField(RuleIdx)
               END-IF
           END-IF.

      *>   FetchFieldValue picks the rule's field out of the record
      *>   just read; dates are checked as their digits, with zero
      *>   standing for not keyed.
       FetchFieldValue.
           MOVE SPACES TO FieldValue
           MOVE "Y" TO FieldKnownFlag
           MOVE "N" TO FieldDateFlag
           EVALUATE ScanFileName ALSO RltFieldName(RuleIdx)
               WHEN "STUDMAST" ALSO "FORENAME"
                   MOVE Forename TO FieldValue
               WHEN "STUDMAST" ALSO "SURNAME"
                   MOVE Surname OF StudentRec TO FieldValue
               WHEN "STUDMAST" ALSO "COURSEID"
                   MOVE CourseID TO FieldValue
               WHEN "STUDMAST" ALSO "DATEOFBIRTH"
                   MOVE DateOfBirth TO FieldValue
                   MOVE "Y" TO FieldDateFlag
               WHEN "MEMBMAST" ALSO "MMBMEMBERNAME"
                   MOVE MmbMemberName TO FieldValue
               WHEN "MEMBMAST" ALSO "MMBDATEOFBIRTH"
                   MOVE MmbDateOfBirth TO FieldValue
                   MOVE "Y" TO FieldDateFlag
               WHEN "MEMBMAST" ALSO "MMBDISCOUNTCODE"
                   MOVE MmbDiscountCode TO FieldValue
               WHEN "CONTACT " ALSO "CTTADDRESSLINE1"
                   MOVE CttAddressLine1 TO FieldValue
               WHEN "CONTACT " ALSO "CTTADDRESSLINE2"
                   MOVE CttAddressLine2 TO FieldValue
               WHEN "CONTACT " ALSO "CTTPOSTALCODE"
                   MOVE CttPostalCode TO FieldValue
               WHEN "CONTACT " ALSO "CTTPHONE"
                   MOVE CttPhone TO FieldValue
               WHEN "CONTACT " ALSO "CTTEMAIL"
                   MOVE CttEmail TO FieldValue
               WHEN "FLEETMS " ALSO "REGISTRATIONNUMBER"
                   MOVE RegistrationNumber OF FleetRec TO FieldValue
               WHEN "FLEETMS " ALSO "MAKEOFCAR"
                   MOVE MakeOfCar TO FieldValue
               WHEN "FLEETMS " ALSO "MANUFACTURERGROUP"
                   MOVE ManufacturerGroup TO FieldValue
               WHEN "FLEETMS " ALSO "COSTCENTRE"
                   MOVE CostCentre TO FieldValue
               WHEN "DRIVERMS" ALSO "DRIVERNAME"
                   MOVE DriverName TO FieldValue
               WHEN "DRIVERMS" ALSO "DRIVERLICENCENO"
                   MOVE DriverLicenceNo TO FieldValue
               WHEN "DRIVERMS" ALSO "DRIVERLICENCECATEGORIES"
                   MOVE DriverLicenceCategories TO FieldValue
               WHEN "DRIVERMS" ALSO "DRIVERLICENCEEXPIRY"
                   MOVE DriverLicenceExpiry TO FieldValue
                   MOVE "Y" TO FieldDateFlag
               WHEN "DRIVERMS" ALSO "DRIVERCOSTCENTRE"
                   MOVE DriverCostCentre TO FieldValue
               WHEN OTHER
                   MOVE "N" TO FieldKnownFlag
           END-EVALUATE
           IF FieldIsDate AND FieldValue(1:8) = "00000000"
               MOVE SPACES TO FieldValue
           END-IF.

      *>   CheckFieldValue scores one field: a blank required field
      *>   is incomplete; a filled field must be long enough, start
      *>   with the right class, hold only allowed classes and
      *>   carry the character the rule insists on. The first
      *>   failure found is the one listed.
       CheckFieldValue.
           MOVE SPACES TO FieldFailReason
           IF FieldValue = SPACES
               IF RltRequired(RuleIdx) = "Y"
                   ADD 1 TO FsRequiredChecks(FileIdx)
                   MOVE "MISSING" TO FieldFailReason
               END-IF
           ELSE
               IF RltRequired(RuleIdx) = "Y"
                   ADD 1 TO FsRequiredChecks(FileIdx)
                   ADD 1 TO FsRequiredFilled(FileIdx)
               END-IF
               ADD 1 TO FsFieldsChecked(FileIdx)
               PERFORM ValidateFieldContent
               IF FieldFailReason = SPACES
                   ADD 1 TO FsFieldsValid(FileIdx)
               END-IF
           END-IF
           IF FieldFailReason NOT = SPACES
               MOVE "Y" TO RecordFailedFlag
               ADD 1 TO FieldFailures
               MOVE RltOwnerDept(RuleIdx) TO SrtOwnerDept
               MOVE ScanFileName TO SrtFileName
               MOVE ScanRecordKey TO SrtRecordKey
               MOVE RltFieldName(RuleIdx) TO SrtFieldName
               MOVE FieldFailReason TO SrtReason
               MOVE FieldValue TO SrtFieldValue
               RELEASE FailureSortRec
           END-IF.

       ValidateFieldContent.
           MOVE 30 TO FieldEnd
           PERFORM StepBackFieldEnd
               UNTIL FieldValue(FieldEnd:1) NOT = SPACE
           IF FieldEnd < RltMinLength(RuleIdx)
               MOVE "TOO SHORT" TO FieldFailReason
           END-IF
           IF FieldFailReason = SPACES
              AND RltFirstClass(RuleIdx) NOT = SPACE
               MOVE FieldValue(1:1) TO ClassCharacter
               PERFORM TestFirstCharacter
           END-IF
           IF FieldFailReason = SPACES
               PERFORM TestOneCharacter
                   VARYING CharIdx FROM 1 BY 1
                   UNTIL CharIdx > FieldEnd
                      OR FieldFailReason NOT = SPACES
           END-IF
           IF FieldFailReason = SPACES
              AND RltMustContain(RuleIdx) NOT = SPACE
               MOVE ZERO TO ContainCount
               INSPECT FieldValue TALLYING ContainCount
                   FOR ALL RltMustContain(RuleIdx)
               IF ContainCount = ZERO
                   STRING "NO " RltMustContain(RuleIdx)
                       DELIMITED BY SIZE INTO FieldFailReason
               END-IF
           END-IF.

       StepBackFieldEnd.
           SUBTRACT 1 FROM FieldEnd.

       TestFirstCharacter.
           MOVE "Y" TO CharAllowedFlag
           EVALUATE RltFirstClass(RuleIdx)
               WHEN "U"
                   IF NOT ClassUpperLetter
                       MOVE "N" TO CharAllowedFlag
                   END-IF
               WHEN "L"
                   IF NOT ClassLowerLetter
                       MOVE "N" TO CharAllowedFlag
                   END-IF
               WHEN "A"
                   IF NOT ClassUpperLetter AND NOT ClassLowerLetter
                       MOVE "N" TO CharAllowedFlag
                   END-IF
               WHEN "D"
                   IF NOT ClassDigit
                       MOVE "N" TO CharAllowedFlag
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CharAllowed
               MOVE "BAD FIRST CHAR" TO FieldFailReason
           END-IF.

      *>   TestOneCharacter - a space passes only where the rule
      *>   allows spaces and never as the first character.
       TestOneCharacter.
           MOVE FieldValue(CharIdx:1) TO ClassCharacter
           MOVE "N" TO CharAllowedFlag
           EVALUATE TRUE
               WHEN ClassUpperLetter AND RltAllowUpper(RuleIdx) = "Y"
               WHEN ClassLowerLetter AND RltAllowLower(RuleIdx) = "Y"
               WHEN ClassDigit AND RltAllowDigit(RuleIdx) = "Y"
               WHEN ClassSpace AND RltAllowSpace(RuleIdx) = "Y"
                    AND CharIdx > 1
               WHEN ClassNamePunctuation
                    AND RltAllowNamePunct(RuleIdx) = "Y"
               WHEN ClassEmailPunctuation
                    AND RltAllowEmailPunct(RuleIdx) = "Y"
                   MOVE "Y" TO CharAllowedFlag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT CharAllowed
               MOVE "BAD CHARACTER" TO FieldFailReason
           END-IF.

      *>   PrintScorecard is the sort's output: the score lines
      *>   first, then the failing fields department by department.
       PrintScorecard.
           MOVE SPACES TO ScorecardLine
           WRITE ScorecardLine
           MOVE ScoreTitle TO ScorecardLine
           WRITE ScorecardLine
           MOVE ScoreColumns TO ScorecardLine
           WRITE ScorecardLine
           PERFORM PrintOneFileScore
               VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 5
           MOVE "N" TO DeptStartedFlag
           MOVE "N" TO SortReturnFlag
           PERFORM ReturnOneFailure UNTIL SortReturnAtEnd
           IF DeptStarted
               PERFORM PrintDeptTotal
           ELSE
               MOVE SPACES TO ScorecardLine
               WRITE ScorecardLine
               MOVE "NO FAILING RECORDS" TO ScorecardLine
               WRITE ScorecardLine
           END-IF.

       PrintOneFileScore.
           MOVE SPACES TO ScorecardLine
           IF NOT FsFileScanned(FileIdx)
               STRING FsnName(FileIdx) " NOT ON FILE - NOT SCORED"
                   DELIMITED BY SIZE INTO ScorecardLine
           ELSE
               MOVE 100 TO FsCompletenessPct(FileIdx)
               IF FsRequiredChecks(FileIdx) > ZERO
                   COMPUTE FsCompletenessPct(FileIdx) ROUNDED =
                       FsRequiredFilled(FileIdx) * 100
                           / FsRequiredChecks(FileIdx)
               END-IF
               MOVE 100 TO FsValidityPct(FileIdx)
               IF FsFieldsChecked(FileIdx) > ZERO
                   COMPUTE FsValidityPct(FileIdx) ROUNDED =
                       FsFieldsValid(FileIdx) * 100
                           / FsFieldsChecked(FileIdx)
               END-IF
               MOVE FsnName(FileIdx) TO SdFileName
               MOVE FsRecords(FileIdx) TO SdRecords
               MOVE FsFailingRecords(FileIdx) TO SdFailing
               MOVE FsCompletenessPct(FileIdx) TO SdCompleteness
               MOVE FsValidityPct(FileIdx) TO SdValidity
               IF FsPrevYearMonth(FileIdx) = ZERO
                   MOVE "NO EARLIER MONTH" TO SdPrevious
               ELSE
                   MOVE FsPrevYearMonth(FileIdx) TO SdPrevYearMonth
                   MOVE FsPrevCompleteness(FileIdx)
                       TO SdPrevCompleteness
                   MOVE FsPrevValidity(FileIdx) TO SdPrevValidity
                   COMPUTE ValidityChange = FsValidityPct(FileIdx)
                       - FsPrevValidity(FileIdx)
                   MOVE ValidityChange TO SdValidityChange
               END-IF
               MOVE ScoreDetail TO ScorecardLine
           END-IF
           WRITE ScorecardLine.

       ReturnOneFailure.
           RETURN FailureSortFile
               AT END
                   MOVE "Y" TO SortReturnFlag
               NOT AT END
                   PERFORM PrintOneFailure
           END-RETURN.

       PrintOneFailure.
           IF NOT DeptStarted OR SrtOwnerDept NOT = CurrentDept
               IF DeptStarted
                   PERFORM PrintDeptTotal
               END-IF
               MOVE "Y" TO DeptStartedFlag
               MOVE SrtOwnerDept TO CurrentDept
               MOVE ZERO TO DeptFailures
               MOVE SPACES TO ScorecardLine
               WRITE ScorecardLine
               MOVE SrtOwnerDept TO DphDept
               MOVE DeptHeading TO ScorecardLine
               WRITE ScorecardLine
               MOVE FailureColumns TO ScorecardLine
               WRITE ScorecardLine
           END-IF
           ADD 1 TO DeptFailures
           MOVE SrtFileName TO FdFileName
           MOVE SrtRecordKey TO FdRecordKey
           MOVE SrtFieldName TO FdFieldName
           MOVE SrtReason TO FdReason
           MOVE SrtFieldValue TO FdFieldValue
           MOVE FailureDetail TO ScorecardLine
           WRITE ScorecardLine.

       PrintDeptTotal.
           MOVE DeptFailures TO DtlFailures
           MOVE DeptTotalLine TO ScorecardLine
           WRITE ScorecardLine.

      *>   WriteScoreHistory adds this month's line for every
      *>   master scanned.
       WriteScoreHistory.
           OPEN EXTEND HistoryFile
           IF HistoryNotFound
               OPEN OUTPUT HistoryFile
           END-IF
           PERFORM WriteOneHistoryLine
               VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > 5
           CLOSE HistoryFile.

       WriteOneHistoryLine.
           IF FsFileScanned(FileIdx)
               MOVE TodayYear TO DqhYear
               MOVE TodayMonth TO DqhMonth
               MOVE FsnName(FileIdx) TO DqhFileName
               MOVE FsRecords(FileIdx) TO DqhRecordsScanned
               MOVE FsFailingRecords(FileIdx) TO DqhFailingRecords
               MOVE FsCompletenessPct(FileIdx) TO DqhCompletenessPct
               MOVE FsValidityPct(FileIdx) TO DqhValidityPct
               WRITE DataQualityHistoryRec
           END-IF.

       WarnUnknownField.
           IF RltUnknownField(RuleIdx) = "Y"
               MOVE 3238 TO ExceptionNumber
               MOVE "W" TO ExceptionSeverity
               MOVE SPACES TO ExceptionText
               STRING "Rule for " RltFileName(RuleIdx) " "
                      RltFieldName(RuleIdx) " - field not known"
                   DELIMITED BY SIZE INTO ExceptionText
               PERFORM RaiseScoreException
           END-IF.

       RaiseFileNotOnFile.
           MOVE 3239 TO ExceptionNumber
           MOVE "W" TO ExceptionSeverity
           MOVE SPACES TO ExceptionText
           STRING ScanFileName " not on file - not scored"
               DELIMITED BY SIZE INTO ExceptionText
           PERFORM RaiseScoreException.

       RaiseScoreException.
           CALL "ExceptionHandler" USING ProgramNameLiteral
                   ExceptionNumber ExceptionSeverity
                   ExceptionText ExceptionReturnCode
           END-CALL
           IF ExceptionReturnCode > HighestReturnCode
               MOVE ExceptionReturnCode TO HighestReturnCode
           END-IF.

       ReadNextRule.
           READ RuleFile
               AT END MOVE "10" TO RuleFileStatus
           END-READ.

       ReadNextHistory.
           READ HistoryFile
               AT END MOVE "10" TO HistoryFileStatus
           END-READ.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextContact.
           READ ContactFile NEXT RECORD
               AT END MOVE "10" TO ContactFileStatus
           END-READ.

       ReadNextFleet.
           READ FleetFile NEXT RECORD
               AT END MOVE "10" TO FleetFileStatus
           END-READ.

       ReadNextDriver.
           READ DriverFile NEXT RECORD
               AT END MOVE "10" TO DriverFileStatus
           END-READ.
