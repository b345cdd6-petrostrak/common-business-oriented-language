       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlumniMembershipOffer.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Graduate-to-alumni membership offer. Links the student
      *>   and member masters so a graduate is offered membership
      *>   instead of vanishing from the books. Nightly:
      *>     - every student newly at StatusGraduated (graduated on
      *>       or after the ALUMPARM start date, and not yet on the
      *>       ALUMOFFR register) is looked for on MEMBMAST under
      *>       the StudentDuplicateReport same-person rule - same
      *>       forename, surname and full date of birth, the member
      *>       name read either way round. A graduate already a
      *>       member is registered as such and not offered; the
      *>       rest get an open offer, lapsing after the ALUMPARM
      *>       number of months (2 when not given);
      *>     - the ALUMRESP answers are applied. An acceptance of an
      *>       open offer is given the next MemberId and written to
      *>       ALUMMTRN in the MEMBMTRN layout, which MemberMaintenance
      *>       loads as a standard member carrying the ALUMPARM
      *>       alumni discount code; the code must be on DISCREF and
      *>       in date, or the run is refused;
      *>     - open offers past their lapse date are lapsed.
      *>   The ALUMRPT report lists the night's offers, matches and
      *>   responses, then offers made, accepted, declined, lapsed
      *>   and still open for each graduating cohort.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AlumniParmFile ASSIGN TO "ALUMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AlumniParmStatus.
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
           SELECT DiscountFile ASSIGN TO "DISCREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DscCode
               FILE STATUS IS DiscountFileStatus.
           SELECT OfferFile ASSIGN TO "ALUMOFFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AloStudentId
               FILE STATUS IS OfferFileStatus.
           SELECT ResponseFile ASSIGN TO "ALUMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ResponseFileStatus.
           SELECT MemberLoadFile ASSIGN TO "ALUMMTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OfferReport ASSIGN TO "ALUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AlumniParmFile.
       01 AlumniParmRec.
           02 ApmDiscountCode PIC X(4).
           02 ApmOfferMonths PIC 9(2).
           02 ApmGraduatedSince PIC 9(8).
       FD StudentMasterFile.
       COPY STUDREC.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD DiscountFile.
       COPY DISCREF.
       FD OfferFile.
       COPY ALUMOFFR.
       FD ResponseFile.
       COPY ALUMRESP.
       FD MemberLoadFile.
       COPY MEMBMTRN.
       FD OfferReport.
       01 OfferLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 AlumniParmStatus PIC XX VALUE "00".
           88 AlumniParmNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
           88 MasterAtEnd VALUE "10".
       01 MemberMasterStatus PIC XX VALUE "00".
           88 MemberAtEnd VALUE "10".
           88 MemberMasterNotFound VALUE "35".
       01 DiscountFileStatus PIC XX VALUE "00".
       01 OfferFileStatus PIC XX VALUE "00".
           88 OfferAtEnd VALUE "10".
           88 OfferFileNotFound VALUE "35".
       01 ResponseFileStatus PIC XX VALUE "00".
           88 ResponseAtEnd VALUE "10".
           88 ResponseFileNotFound VALUE "35".
       01 RunOkFlag PIC X VALUE "Y".
           88 RunOk VALUE "Y".
       01 AlumniDiscountCode PIC X(4) VALUE SPACES.
       01 OfferMonths PIC 9(2) VALUE 2.
       01 GraduatedSince PIC 9(8) VALUE ZERO.
       01 LapseDate PIC 9(8) VALUE ZERO.
       01 LapseYear PIC 9(4) VALUE ZERO.
       01 LapseMonth PIC 9(4) VALUE ZERO.
       01 LapseDay PIC 9(2) VALUE ZERO.
       01 LapseMonthDay PIC 9(4) VALUE ZERO.
       01 HighMemberId PIC 9(6) VALUE ZERO.
      *>   The night's new graduates, gathered before the one pass
      *>   over the member master. The member-name forms are built
      *>   upper case, both ways round.
       01 GraduateMax PIC 9(4) VALUE 2000.
       01 GraduateCount PIC 9(4) VALUE ZERO.
       01 GraduateTable.
           02 GraduateEntry OCCURS 2000 TIMES.
               03 GrdStudentId PIC 9(7).
               03 GrdForename PIC X(9).
               03 GrdSurname PIC X(12).
               03 GrdDateOfBirth PIC 9(8).
               03 GrdStatusDate PIC 9(8).
               03 GrdNameForenameFirst PIC X(20).
               03 GrdNameSurnameFirst PIC X(20).
               03 GrdMemberId PIC 9(6).
       01 GraduateIdx PIC 9(4) COMP VALUE ZERO.
       01 MemberNameUpper PIC X(20) VALUE SPACES.
       01 NameWork PIC X(20) VALUE SPACES.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *>   Cohort summary, built from the whole register.
       01 CohortMax PIC 9(2) VALUE 50.
       01 CohortCount PIC 9(2) VALUE ZERO.
       01 CohortTable.
           02 CohortEntry OCCURS 50 TIMES.
               03 CohYear PIC 9(4).
               03 CohOffered PIC 9(5) COMP.
               03 CohAccepted PIC 9(5) COMP.
               03 CohDeclined PIC 9(5) COMP.
               03 CohLapsed PIC 9(5) COMP.
               03 CohOpen PIC 9(5) COMP.
               03 CohMembers PIC 9(5) COMP.
       01 CohortIdx PIC 9(2) COMP VALUE ZERO.
       01 FoundCohortIdx PIC 9(2) COMP VALUE ZERO.
       01 StudentsRead PIC 9(7) COMP VALUE ZERO.
       01 OffersMade PIC 9(7) COMP VALUE ZERO.
       01 AlreadyMembers PIC 9(7) COMP VALUE ZERO.
       01 ResponsesRead PIC 9(7) COMP VALUE ZERO.
       01 OffersAccepted PIC 9(7) COMP VALUE ZERO.
       01 OffersDeclined PIC 9(7) COMP VALUE ZERO.
       01 OffersLapsed PIC 9(7) COMP VALUE ZERO.
       01 ResponsesRefused PIC 9(7) COMP VALUE ZERO.
       01 ResponseNote PIC X(28) VALUE SPACES.
       01 ProgramNameLiteral PIC X(20) VALUE "AlumniMemberOffer".
       01 ExceptionNumber PIC 9(4) VALUE 3210.
       01 ExceptionSeverity PIC X VALUE "E".
       01 ExceptionText PIC X(60).
       01 ExceptionReturnCode PIC 9(4).
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(30) VALUE "ALUMNI MEMBERSHIP OFFERS - RUN".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RphDate PIC 9(8).
           02 FILLER PIC X(17) VALUE "  DISCOUNT CODE: ".
           02 RphDiscountCode PIC X(4).
       01 OfferDetail.
           02 OfdAction PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdStudentId PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OfdSurname PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OfdForename PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OfdNote PIC X(28).
       01 CohortHeading.
           02 FILLER PIC X(36) VALUE
               "COHORT  OFFERED ACCEPTED DECLINED  ".
           02 FILLER PIC X(26) VALUE "LAPSED    OPEN  MEMBERS".
       01 CohortLine.
           02 CtlYear PIC 9(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 CtlOffered PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CtlAccepted PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CtlDeclined PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CtlLapsed PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CtlOpen PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CtlMembers PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM ReadAlumniParm
           IF RunOk
               PERFORM ProveAlumniDiscount
           END-IF
           IF RunOk
               PERFORM ComputeLapseDate
               OPEN I-O OfferFile
               IF OfferFileNotFound
                   OPEN OUTPUT OfferFile
                   CLOSE OfferFile
                   OPEN I-O OfferFile
               END-IF
               OPEN OUTPUT OfferReport
               OPEN OUTPUT MemberLoadFile
               MOVE TodayYYYYMMDD TO RphDate
               MOVE AlumniDiscountCode TO RphDiscountCode
               MOVE ReportHeading TO OfferLine
               WRITE OfferLine
               MOVE SPACES TO OfferLine
               WRITE OfferLine
               PERFORM GatherNewGraduates
               PERFORM MatchMemberMaster
               PERFORM RegisterGraduates
                   VARYING GraduateIdx FROM 1 BY 1
                   UNTIL GraduateIdx > GraduateCount
               PERFORM ApplyResponses
               PERFORM LapseAndSummarise
               PERFORM PrintCohortSummary
               CLOSE OfferFile
               CLOSE OfferReport
               CLOSE MemberLoadFile
           ELSE
               CALL "ExceptionHandler" USING ProgramNameLiteral
                       ExceptionNumber ExceptionSeverity
                       ExceptionText ExceptionReturnCode
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE ResponsesRead TO ReadForReport
           ADD OffersAccepted OffersDeclined GIVING WrittenForReport
           MOVE ResponsesRefused TO RejectedForReport
           MOVE OffersAccepted TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       ReadAlumniParm.
           OPEN INPUT AlumniParmFile
           IF AlumniParmNotFound
               MOVE "N" TO RunOkFlag
               MOVE "No ALUMPARM - alumni discount code not named"
                   TO ExceptionText
           ELSE
               READ AlumniParmFile
                   AT END
                       MOVE "N" TO RunOkFlag
                       MOVE "Empty ALUMPARM - alumni discount not named"
                           TO ExceptionText
                   NOT AT END
                       MOVE ApmDiscountCode TO AlumniDiscountCode
                       IF ApmOfferMonths NUMERIC
                          AND ApmOfferMonths > ZERO
                           MOVE ApmOfferMonths TO OfferMonths
                       END-IF
                       IF ApmGraduatedSince NUMERIC
                           MOVE ApmGraduatedSince TO GraduatedSince
                       END-IF
               END-READ
               CLOSE AlumniParmFile
           END-IF.

      *>   ProveAlumniDiscount - the code must be on DISCREF, in
      *>   date today, and offered to standard members or to any.
       ProveAlumniDiscount.
           OPEN INPUT DiscountFile
           MOVE AlumniDiscountCode TO DscCode
           READ DiscountFile
               INVALID KEY
                   MOVE "N" TO RunOkFlag
                   MOVE "ALUMPARM discount code not on DISCREF"
                       TO ExceptionText
               NOT INVALID KEY
                   IF TodayYYYYMMDD < DscValidFrom
                      OR TodayYYYYMMDD > DscValidTo
                       MOVE "N" TO RunOkFlag
                       MOVE "ALUMPARM discount code out of date"
                           TO ExceptionText
                   END-IF
                   IF DscMemberType NOT = SPACE
                      AND DscMemberType NOT = "S"
                       MOVE "N" TO RunOkFlag
                       MOVE "ALUMPARM discount not for standard members"
                           TO ExceptionText
                   END-IF
           END-READ
           CLOSE DiscountFile.

      *>   ComputeLapseDate moves today forward OfferMonths whole
      *>   months, carrying into the next year; a day past the 28th
      *>   is pulled back to it so the date stays on the calendar.
       ComputeLapseDate.
           DIVIDE TodayYYYYMMDD BY 10000
               GIVING LapseYear REMAINDER LapseMonthDay
           DIVIDE LapseMonthDay BY 100
               GIVING LapseMonth REMAINDER LapseDay
           ADD OfferMonths TO LapseMonth
           PERFORM CarryLapseYear UNTIL LapseMonth NOT > 12
           IF LapseDay > 28
               MOVE 28 TO LapseDay
           END-IF
           COMPUTE LapseDate = LapseYear * 10000
                   + LapseMonth * 100 + LapseDay.

       CarryLapseYear.
           SUBTRACT 12 FROM LapseMonth
           ADD 1 TO LapseYear.

      *>   GatherNewGraduates - a graduate already on the register
      *>   has been dealt with on an earlier night.
       GatherNewGraduates.
           OPEN INPUT StudentMasterFile
           PERFORM ReadNextStudent
           PERFORM GatherOneStudent UNTIL MasterAtEnd
           CLOSE StudentMasterFile.

       GatherOneStudent.
           ADD 1 TO StudentsRead
           IF StatusGraduated AND StatusDate NOT < GraduatedSince
               MOVE StudentId OF StudentRec TO AloStudentId
               READ OfferFile
                   INVALID KEY
                       PERFORM TableNewGraduate
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM ReadNextStudent.

       TableNewGraduate.
           IF GraduateCount < GraduateMax
               ADD 1 TO GraduateCount
               MOVE StudentId OF StudentRec
                   TO GrdStudentId(GraduateCount)
               MOVE Forename TO GrdForename(GraduateCount)
               MOVE Surname TO GrdSurname(GraduateCount)
               COMPUTE GrdDateOfBirth(GraduateCount) =
                   YOB * 10000 + MOB * 100 + DOB
               MOVE StatusDate TO GrdStatusDate(GraduateCount)
               MOVE ZERO TO GrdMemberId(GraduateCount)
               MOVE SPACES TO NameWork
               STRING Forename DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      Surname DELIMITED BY SPACE
                   INTO NameWork
               END-STRING
               INSPECT NameWork
                   CONVERTING LowerCaseLetters TO UpperCaseLetters
               MOVE NameWork TO GrdNameForenameFirst(GraduateCount)
               MOVE SPACES TO NameWork
               STRING Surname DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      Forename DELIMITED BY SPACE
                   INTO NameWork
               END-STRING
               INSPECT NameWork
                   CONVERTING LowerCaseLetters TO UpperCaseLetters
               MOVE NameWork TO GrdNameSurnameFirst(GraduateCount)
           ELSE
               DISPLAY "AlumniMembershipOffer - graduate table full, "
                       StudentId OF StudentRec " left for tomorrow"
           END-IF.

      *>   MatchMemberMaster makes the one pass over the member
      *>   master: it notes the highest MemberId in use, for the
      *>   numbers acceptances are given, and pairs any member with
      *>   a new graduate under the same-person rule.
       MatchMemberMaster.
           OPEN INPUT MemberMasterFile
           IF NOT MemberMasterNotFound
               PERFORM ReadNextMember
               PERFORM MatchOneMember UNTIL MemberAtEnd
               CLOSE MemberMasterFile
           END-IF.

       MatchOneMember.
           IF MmbMemberId > HighMemberId
               MOVE MmbMemberId TO HighMemberId
           END-IF
           MOVE MmbMemberName TO MemberNameUpper
           INSPECT MemberNameUpper
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           PERFORM CompareOneGraduate
               VARYING GraduateIdx FROM 1 BY 1
               UNTIL GraduateIdx > GraduateCount
           PERFORM ReadNextMember.

       CompareOneGraduate.
           IF GrdMemberId(GraduateIdx) = ZERO
              AND GrdDateOfBirth(GraduateIdx) = MmbDateOfBirth
              AND (MemberNameUpper = GrdNameForenameFirst(GraduateIdx)
                OR MemberNameUpper = GrdNameSurnameFirst(GraduateIdx))
               MOVE MmbMemberId TO GrdMemberId(GraduateIdx)
           END-IF.

       RegisterGraduates.
           MOVE GrdStudentId(GraduateIdx) TO AloStudentId
           MOVE GrdStatusDate(GraduateIdx) TO AloGraduatedDate
           DIVIDE GrdStatusDate(GraduateIdx) BY 10000
               GIVING AloCohortYear
           MOVE GrdForename(GraduateIdx) TO AloForename
           MOVE GrdSurname(GraduateIdx) TO AloSurname
           MOVE GrdDateOfBirth(GraduateIdx) TO AloDateOfBirth
           MOVE ZERO TO AloResponseDate
           MOVE GrdMemberId(GraduateIdx) TO AloMemberId
           IF GrdMemberId(GraduateIdx) > ZERO
               MOVE "M" TO AloStatus
               MOVE ZERO TO AloOfferDate
               MOVE ZERO TO AloLapseDate
               MOVE "MEMBER" TO OfdAction
               MOVE SPACES TO ResponseNote
               STRING "ALREADY MEMBER " DELIMITED BY SIZE
                      AloMemberId DELIMITED BY SIZE
                   INTO ResponseNote
               END-STRING
               ADD 1 TO AlreadyMembers
           ELSE
               MOVE "O" TO AloStatus
               MOVE TodayYYYYMMDD TO AloOfferDate
               MOVE LapseDate TO AloLapseDate
               MOVE "OFFERED" TO OfdAction
               MOVE SPACES TO ResponseNote
               STRING "LAPSES " DELIMITED BY SIZE
                      AloLapseDate DELIMITED BY SIZE
                   INTO ResponseNote
               END-STRING
               ADD 1 TO OffersMade
           END-IF
           WRITE AlumniOfferRec
               INVALID KEY
                   MOVE "DUPLICATE" TO OfdAction
           END-WRITE
           PERFORM WriteOfferDetail.

      *>   ApplyResponses - only an open offer can be answered, and
      *>   an acceptance after the lapse date is too late.
       ApplyResponses.
           OPEN INPUT ResponseFile
           IF NOT ResponseFileNotFound
               PERFORM ReadNextResponse
               PERFORM ApplyOneResponse UNTIL ResponseAtEnd
               CLOSE ResponseFile
           END-IF.

       ApplyOneResponse.
           ADD 1 TO ResponsesRead
           MOVE SPACES TO ResponseNote
           MOVE ArpStudentId TO AloStudentId
           READ OfferFile
               INVALID KEY
                   MOVE "NO OFFER ON REGISTER" TO ResponseNote
                   MOVE SPACES TO AloSurname
                   MOVE SPACES TO AloForename
           END-READ
           EVALUATE TRUE
               WHEN ResponseNote NOT = SPACES
                   CONTINUE
               WHEN NOT AloOpen
                   MOVE "OFFER NOT OPEN" TO ResponseNote
               WHEN NOT ArpAccept AND NOT ArpDecline
                   MOVE "UNKNOWN RESPONSE CODE" TO ResponseNote
               WHEN ArpAccept AND TodayYYYYMMDD > AloLapseDate
                   MOVE "OFFER HAS LAPSED" TO ResponseNote
               WHEN ArpAccept AND ArpCityCode = ZERO
                   MOVE "NO BRANCH CITY CODE" TO ResponseNote
               WHEN ArpAccept AND HighMemberId = 999999
                   MOVE "MEMBER NUMBERS EXHAUSTED" TO ResponseNote
           END-EVALUATE
           IF ResponseNote NOT = SPACES
               ADD 1 TO ResponsesRefused
               MOVE "REFUSED" TO OfdAction
               MOVE ArpStudentId TO AloStudentId
           ELSE
               MOVE ArpResponseDate TO AloResponseDate
               IF AloResponseDate = ZERO
                   MOVE TodayYYYYMMDD TO AloResponseDate
               END-IF
               IF ArpAccept
                   PERFORM AcceptOffer
               ELSE
                   MOVE "D" TO AloStatus
                   ADD 1 TO OffersDeclined
                   MOVE "DECLINED" TO OfdAction
               END-IF
               REWRITE AlumniOfferRec
           END-IF
           PERFORM WriteOfferDetail
           PERFORM ReadNextResponse.

       AcceptOffer.
           ADD 1 TO HighMemberId
           MOVE HighMemberId TO AloMemberId
           MOVE "A" TO AloStatus
           ADD 1 TO OffersAccepted
           MOVE "ACCEPTED" TO OfdAction
           STRING "NEW MEMBER " DELIMITED BY SIZE
                  AloMemberId DELIMITED BY SIZE
               INTO ResponseNote
           END-STRING
           MOVE AloMemberId TO MmtMemberId
           MOVE SPACES TO NameWork
           STRING AloForename DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AloSurname DELIMITED BY SPACE
               INTO NameWork
           END-STRING
           MOVE NameWork TO MmtMemberName
           MOVE ArpCityCode TO MmtCityCode
           MOVE "S" TO MmtMemberType
           MOVE AloDateOfBirth TO MmtDateOfBirth
           MOVE AloResponseDate TO MmtJoinDate
           MOVE "A" TO MmtStatus
           MOVE AlumniDiscountCode TO MmtDiscountCode
           MOVE ZERO TO MmtHouseholdId
           MOVE "N" TO MmtHouseholdPayer
           MOVE ZERO TO MmtReferredBy
           MOVE SPACES TO MmtSponsorCustomerId
           MOVE ZERO TO MmtQuoteNumber
           MOVE SPACE TO MmtCancelReason
           MOVE SPACE TO MmtNoContact
           MOVE SPACES TO MmtCampaignCode
           WRITE MemberMaintTranRec.

      *>   LapseAndSummarise walks the whole register: an open offer
      *>   past its lapse date is lapsed, and every row is counted
      *>   into its graduating cohort.
       LapseAndSummarise.
           MOVE "00" TO OfferFileStatus
           MOVE LOW-VALUES TO AlumniOfferRec
           MOVE ZERO TO AloStudentId
           START OfferFile KEY NOT LESS THAN AloStudentId
               INVALID KEY MOVE "10" TO OfferFileStatus
           END-START
           IF NOT OfferAtEnd
               PERFORM ReadNextOffer
           END-IF
           PERFORM SummariseOneOffer UNTIL OfferAtEnd.

       SummariseOneOffer.
           IF AloOpen AND TodayYYYYMMDD > AloLapseDate
               MOVE "L" TO AloStatus
               REWRITE AlumniOfferRec
               ADD 1 TO OffersLapsed
               MOVE "LAPSED" TO OfdAction
               MOVE SPACES TO ResponseNote
               PERFORM WriteOfferDetail
           END-IF
           PERFORM LocateCohort
           IF FoundCohortIdx > ZERO
               EVALUATE TRUE
                   WHEN AloAlreadyMember
                       ADD 1 TO CohMembers(FoundCohortIdx)
                   WHEN AloOpen
                       ADD 1 TO CohOffered(FoundCohortIdx)
                       ADD 1 TO CohOpen(FoundCohortIdx)
                   WHEN AloAccepted
                       ADD 1 TO CohOffered(FoundCohortIdx)
                       ADD 1 TO CohAccepted(FoundCohortIdx)
                   WHEN AloDeclined
                       ADD 1 TO CohOffered(FoundCohortIdx)
                       ADD 1 TO CohDeclined(FoundCohortIdx)
                   WHEN AloLapsed
                       ADD 1 TO CohOffered(FoundCohortIdx)
                       ADD 1 TO CohLapsed(FoundCohortIdx)
               END-EVALUATE
           END-IF
           PERFORM ReadNextOffer.

      *>   LocateCohort keeps the cohort table in year order, so the
      *>   summary prints oldest cohort first.
       LocateCohort.
           MOVE ZERO TO FoundCohortIdx
           PERFORM MatchOneCohort
               VARYING CohortIdx FROM 1 BY 1
               UNTIL CohortIdx > CohortCount OR FoundCohortIdx > ZERO
           IF FoundCohortIdx = ZERO AND CohortCount < CohortMax
               MOVE 1 TO CohortIdx
               PERFORM FindCohortSlot
                   UNTIL CohortIdx > CohortCount
                      OR CohYear(CohortIdx) > AloCohortYear
               MOVE CohortIdx TO FoundCohortIdx
               MOVE CohortCount TO CohortIdx
               PERFORM ShiftCohortUp
                   UNTIL CohortIdx < FoundCohortIdx
               ADD 1 TO CohortCount
               MOVE AloCohortYear TO CohYear(FoundCohortIdx)
               MOVE ZERO TO CohOffered(FoundCohortIdx)
               MOVE ZERO TO CohAccepted(FoundCohortIdx)
               MOVE ZERO TO CohDeclined(FoundCohortIdx)
               MOVE ZERO TO CohLapsed(FoundCohortIdx)
               MOVE ZERO TO CohOpen(FoundCohortIdx)
               MOVE ZERO TO CohMembers(FoundCohortIdx)
           END-IF.

       MatchOneCohort.
           IF CohYear(CohortIdx) = AloCohortYear
               MOVE CohortIdx TO FoundCohortIdx
           END-IF.

       FindCohortSlot.
           ADD 1 TO CohortIdx.

       ShiftCohortUp.
           MOVE CohortEntry(CohortIdx) TO CohortEntry(CohortIdx + 1)
           SUBTRACT 1 FROM CohortIdx.

       PrintCohortSummary.
           MOVE SPACES TO OfferLine
           WRITE OfferLine
           MOVE CohortHeading TO OfferLine
           WRITE OfferLine
           PERFORM PrintOneCohort
               VARYING CohortIdx FROM 1 BY 1
               UNTIL CohortIdx > CohortCount.

       PrintOneCohort.
           MOVE CohYear(CohortIdx) TO CtlYear
           MOVE CohOffered(CohortIdx) TO CtlOffered
           MOVE CohAccepted(CohortIdx) TO CtlAccepted
           MOVE CohDeclined(CohortIdx) TO CtlDeclined
           MOVE CohLapsed(CohortIdx) TO CtlLapsed
           MOVE CohOpen(CohortIdx) TO CtlOpen
           MOVE CohMembers(CohortIdx) TO CtlMembers
           MOVE CohortLine TO OfferLine
           WRITE OfferLine.

       WriteOfferDetail.
           MOVE AloStudentId TO OfdStudentId
           MOVE AloSurname TO OfdSurname
           MOVE AloForename TO OfdForename
           MOVE ResponseNote TO OfdNote
           MOVE OfferDetail TO OfferLine
           WRITE OfferLine.

       ReadNextStudent.
           READ StudentMasterFile NEXT RECORD
               AT END MOVE "10" TO StudentMasterStatus
           END-READ.

       ReadNextMember.
           READ MemberMasterFile NEXT RECORD
               AT END MOVE "10" TO MemberMasterStatus
           END-READ.

       ReadNextOffer.
           READ OfferFile NEXT RECORD
               AT END MOVE "10" TO OfferFileStatus
           END-READ.

       ReadNextResponse.
           READ ResponseFile
               AT END MOVE "10" TO ResponseFileStatus
           END-READ.
