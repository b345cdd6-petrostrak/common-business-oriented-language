       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Maintains the CASEMAST member complaint case file from
      *>   the CASETRAN feed the branches and the phone desk key.
      *>   An opening is proved before a number is given out: the
      *>   member must be on MEMBMAST, the branch CityCode on
      *>   BRANCHMS and the category on the CASECAT reference; the
      *>   case takes the next number after the highest on file and
      *>   opens with status "O". An amendment reassigns the owner,
      *>   moves the case between open and waiting on the member,
      *>   or replaces the summary; a closure records the date and
      *>   the resolution. Neither touches a case already closed.
      *>   Every opening and closure is appended to COMMLOG under
      *>   the case number, so MemberContactInquiry shows it with
      *>   the member's other correspondence. Everything done and
      *>   refused lists on the CASEREG register - the opening
      *>   lines tell the desk the numbers given out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseTranFile ASSIGN TO "CASETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseTranStatus.
           SELECT CaseMasterFile ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CseCaseNumber
               FILE STATUS IS CaseMasterStatus.
           SELECT CaseCategoryFile ASSIGN TO "CASECAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseCategoryStatus.
           SELECT MemberMasterFile ASSIGN TO "MEMBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MmbMemberId
               FILE STATUS IS MemberMasterStatus.
           SELECT BranchFile ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CityCode OF BranchRec
               FILE STATUS IS BranchFileStatus.
           SELECT CommLogFile ASSIGN TO "COMMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLogStatus.
           SELECT CaseRegister ASSIGN TO "CASEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CaseTranFile.
       COPY CASETRAN.
       FD CaseMasterFile.
       COPY CASEMAST.
       FD CaseCategoryFile.
       COPY CASECAT.
       FD MemberMasterFile.
       COPY MEMBMAST.
       FD BranchFile.
       COPY BRANCHREF.
       FD CommLogFile.
       COPY COMMLOG.
       FD CaseRegister.
       01 CaseRegisterLine PIC X(72).
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 CaseTranStatus PIC XX VALUE "00".
           88 CaseTranAtEnd VALUE "10".
       01 CaseMasterStatus PIC XX VALUE "00".
           88 CaseMasterAtEnd VALUE "10".
           88 CaseMasterNotFound VALUE "35".
       01 CaseCategoryStatus PIC XX VALUE "00".
           88 CaseCategoryAtEnd VALUE "10".
           88 CaseCategoryNotFound VALUE "35".
       01 MemberMasterStatus PIC XX VALUE "00".
       01 BranchFileStatus PIC XX VALUE "00".
       01 CommLogStatus PIC XX VALUE "00".
           88 CommLogNotFound VALUE "35".
      *>   Categories on the reference, for the opening edit.
       01 CategoryMax PIC 9(3) VALUE 100.
       01 CategoryCount PIC 9(3) VALUE ZERO.
       01 CategoryTable.
           02 CategoryEntry OCCURS 100 TIMES.
               03 CgtCategory PIC X(4).
       01 CategoryIdx PIC 9(3) COMP VALUE ZERO.
       01 CategoryFoundFlag PIC X VALUE "N".
           88 CategoryFound VALUE "Y".
       01 LastCaseNumber PIC 9(7) VALUE ZERO.
       01 EventDate PIC 9(8) VALUE ZERO.
       01 ActingOperator PIC X(8) VALUE SPACES.
       01 OperatorId PIC X(8) VALUE "BATCH01".
      *>   Set by the operator menu before it dispatches here, so a
      *>   clerk-launched run records the clerk; empty when the
      *>   program runs straight from JCL.
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 RejectReasonText PIC X(30) VALUE SPACES.
       01 TransRead PIC 9(7) COMP VALUE ZERO.
       01 TransApplied PIC 9(7) COMP VALUE ZERO.
       01 TransRejected PIC 9(7) COMP VALUE ZERO.
       01 CasesOpened PIC 9(7) COMP VALUE ZERO.
       01 CasesClosed PIC 9(7) COMP VALUE ZERO.
       01 ProgramNameLiteral PIC X(20) VALUE "CaseMaintenance".
       01 ReadForReport PIC 9(7).
       01 WrittenForReport PIC 9(7).
       01 RejectedForReport PIC 9(7).
       01 BalancingTotal PIC 9(9)V99 VALUE ZERO.
       01 RegisterHeading.
           02 FILLER PIC X(32) VALUE
               "COMPLAINT CASE MAINTENANCE - RUN".
           02 FILLER PIC X(1) VALUE SPACE.
           02 RghDate PIC 9(8).
       01 RegisterColumns PIC X(56) VALUE
           "ACT CASE    MEMBER CAT  OWNER    RESULT".
       01 RegisterDetail.
           02 RgdAction PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RgdCaseNumber PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdMemberId PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdCategory PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdOwner PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RgdResult PIC X(39).
       01 RegisterTotalLine.
           02 FILLER PIC X(15) VALUE "CASES OPENED:  ".
           02 RgtOpened PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   CLOSED:     ".
           02 RgtClosed PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "   REJECTED:   ".
           02 RgtRejected PIC ZZZZ9.
       PROCEDURE DIVISION.
       Begin.
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO OperatorId
           END-IF
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           PERFORM LoadCategories
           OPEN I-O CaseMasterFile
           IF CaseMasterNotFound
               OPEN OUTPUT CaseMasterFile
               CLOSE CaseMasterFile
               OPEN I-O CaseMasterFile
           END-IF
           PERFORM FindLastCaseNumber
           OPEN INPUT CaseTranFile
           OPEN INPUT MemberMasterFile
           OPEN INPUT BranchFile
           OPEN EXTEND CommLogFile
           IF CommLogNotFound
               OPEN OUTPUT CommLogFile
           END-IF
           OPEN OUTPUT CaseRegister
           MOVE TodayYYYYMMDD TO RghDate
           MOVE RegisterHeading TO CaseRegisterLine
           WRITE CaseRegisterLine
           MOVE RegisterColumns TO CaseRegisterLine
           WRITE CaseRegisterLine
           PERFORM ReadNextCaseTran
           PERFORM ApplyOneCaseTran UNTIL CaseTranAtEnd
           MOVE SPACES TO CaseRegisterLine
           WRITE CaseRegisterLine
           MOVE CasesOpened TO RgtOpened
           MOVE CasesClosed TO RgtClosed
           MOVE TransRejected TO RgtRejected
           MOVE RegisterTotalLine TO CaseRegisterLine
           WRITE CaseRegisterLine
           CLOSE CaseTranFile
           CLOSE CaseMasterFile
           CLOSE MemberMasterFile
           CLOSE BranchFile
           CLOSE CommLogFile
           CLOSE CaseRegister
           MOVE TransRead TO ReadForReport
           MOVE TransApplied TO WrittenForReport
           MOVE TransRejected TO RejectedForReport
           MOVE CasesOpened TO BalancingTotal
           CALL "RunControlReport" USING ProgramNameLiteral
                   ReadForReport WrittenForReport
                   RejectedForReport BalancingTotal
           END-CALL
           STOP RUN.

       LoadCategories.
           OPEN INPUT CaseCategoryFile
           IF NOT CaseCategoryNotFound
               PERFORM ReadNextCategory
               PERFORM LoadOneCategory UNTIL CaseCategoryAtEnd
               CLOSE CaseCategoryFile
           END-IF.

       LoadOneCategory.
           IF CategoryCount < CategoryMax
               ADD 1 TO CategoryCount
               MOVE CctCategory TO CgtCategory(CategoryCount)
           END-IF
           PERFORM ReadNextCategory.

      *>   FindLastCaseNumber reads the case file through once for
      *>   the highest number given out so far.
       FindLastCaseNumber.
           MOVE ZERO TO CseCaseNumber
           START CaseMasterFile KEY NOT LESS THAN CseCaseNumber
               INVALID KEY MOVE "10" TO CaseMasterStatus
           END-START
           IF NOT CaseMasterAtEnd
               PERFORM ReadNextCase
           END-IF
           PERFORM NoteOneCase UNTIL CaseMasterAtEnd
           MOVE "00" TO CaseMasterStatus.

       NoteOneCase.
           MOVE CseCaseNumber TO LastCaseNumber
           PERFORM ReadNextCase.

       ApplyOneCaseTran.
           ADD 1 TO TransRead
           MOVE "Y" TO TranOk
           MOVE SPACES TO RejectReasonText
           MOVE TodayYYYYMMDD TO EventDate
           IF CtrEventDate NUMERIC AND CtrEventDate > ZERO
               MOVE CtrEventDate TO EventDate
           END-IF
           MOVE OperatorId TO ActingOperator
           IF CtrOperatorId NOT = SPACES
               MOVE CtrOperatorId TO ActingOperator
           END-IF
           EVALUATE TRUE
               WHEN CtrOpenCase
                   PERFORM OpenCase
               WHEN CtrAmendCase
                   PERFORM AmendCase
               WHEN CtrCloseCase
                   PERFORM CloseCase
               WHEN OTHER
                   MOVE "N" TO TranOk
                   MOVE "Action not O, A or C" TO RejectReasonText
           END-EVALUATE
           MOVE CtrAction TO RgdAction
           IF TranValid
               ADD 1 TO TransApplied
               MOVE CseCaseNumber TO RgdCaseNumber
               MOVE CseMemberId TO RgdMemberId
               MOVE CseCategory TO RgdCategory
               MOVE CseOwner TO RgdOwner
           ELSE
               ADD 1 TO TransRejected
               MOVE CtrCaseNumber TO RgdCaseNumber
               MOVE CtrMemberId TO RgdMemberId
               MOVE CtrCategory TO RgdCategory
               MOVE CtrOwner TO RgdOwner
               MOVE "REJECTED - " TO RgdResult
               MOVE RejectReasonText TO RgdResult(12:)
           END-IF
           MOVE RegisterDetail TO CaseRegisterLine
           WRITE CaseRegisterLine
           PERFORM ReadNextCaseTran.

       OpenCase.
           IF CtrEventDate NOT NUMERIC OR EventDate > TodayYYYYMMDD
               MOVE "N" TO TranOk
               MOVE "Event date not valid" TO RejectReasonText
           END-IF
           IF TranValid
               MOVE CtrMemberId TO MmbMemberId
               READ MemberMasterFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Member not on master"
                           TO RejectReasonText
               END-READ
           END-IF
           IF TranValid
               MOVE CtrCityCode TO CityCode OF BranchRec
               READ BranchFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Branch not on BRANCHMS"
                           TO RejectReasonText
               END-READ
           END-IF
           IF TranValid
               PERFORM FindCategory
               IF NOT CategoryFound
                   MOVE "N" TO TranOk
                   MOVE "Category not on CASECAT" TO RejectReasonText
               END-IF
           END-IF
           IF TranValid
              AND NOT (CtrChannel = "B" OR CtrChannel = "P")
               MOVE "N" TO TranOk
               MOVE "Channel not B or P" TO RejectReasonText
           END-IF
           IF TranValid
               ADD 1 TO LastCaseNumber
               MOVE LastCaseNumber TO CseCaseNumber
               MOVE CtrMemberId TO CseMemberId
               MOVE CtrCityCode TO CseCityCode
               MOVE CtrCategory TO CseCategory
               MOVE CtrChannel TO CseChannel
               MOVE EventDate TO CseOpenDate
               MOVE ActingOperator TO CseOwner
               IF CtrOwner NOT = SPACES
                   MOVE CtrOwner TO CseOwner
               END-IF
               MOVE "O" TO CseStatus
               MOVE CtrText TO CseSummary
               MOVE ZERO TO CseClosedDate
               MOVE SPACES TO CseResolution
               MOVE TodayYYYYMMDD TO CseLastUpdated
               MOVE ActingOperator TO CseUpdatedBy
               WRITE CaseMasterRec
                   INVALID KEY
                       MOVE "N" TO TranOk
                       MOVE "Case number already on file"
                           TO RejectReasonText
               END-WRITE
           END-IF
           IF TranValid
               ADD 1 TO CasesOpened
               MOVE "OPENED" TO RgdResult
               MOVE "CASEOPEN" TO ComDocType
               PERFORM WriteCommLogEntry
           END-IF.

       FindCategory.
           MOVE "N" TO CategoryFoundFlag
           PERFORM MatchOneCategory
               VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > CategoryCount OR CategoryFound.

       MatchOneCategory.
           IF CgtCategory(CategoryIdx) = CtrCategory
               MOVE "Y" TO CategoryFoundFlag
           END-IF.

      *>   AmendCase - blank owner, status and summary on the
      *>   transaction leave the case's values alone.
       AmendCase.
           PERFORM ReadLiveCase
           IF TranValid
              AND NOT (CtrStatus = SPACE OR CtrStatus = "O"
                       OR CtrStatus = "W")
               MOVE "N" TO TranOk
               MOVE "Status not O or W" TO RejectReasonText
           END-IF
           IF TranValid
               IF CtrOwner NOT = SPACES
                   MOVE CtrOwner TO CseOwner
               END-IF
               IF CtrStatus NOT = SPACE
                   MOVE CtrStatus TO CseStatus
               END-IF
               IF CtrText NOT = SPACES
                   MOVE CtrText TO CseSummary
               END-IF
               MOVE TodayYYYYMMDD TO CseLastUpdated
               MOVE ActingOperator TO CseUpdatedBy
               REWRITE CaseMasterRec
               MOVE "AMENDED" TO RgdResult
           END-IF.

       CloseCase.
           PERFORM ReadLiveCase
           IF TranValid
              AND (EventDate < CseOpenDate
                   OR EventDate > TodayYYYYMMDD)
               MOVE "N" TO TranOk
               MOVE "Close date not valid" TO RejectReasonText
           END-IF
           IF TranValid
               MOVE "C" TO CseStatus
               MOVE EventDate TO CseClosedDate
               MOVE CtrText TO CseResolution
               MOVE TodayYYYYMMDD TO CseLastUpdated
               MOVE ActingOperator TO CseUpdatedBy
               REWRITE CaseMasterRec
               ADD 1 TO CasesClosed
               MOVE "CLOSED" TO RgdResult
               MOVE "CASECLOS" TO ComDocType
               PERFORM WriteCommLogEntry
           END-IF.

       ReadLiveCase.
           MOVE CtrCaseNumber TO CseCaseNumber
           READ CaseMasterFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   MOVE "Case not on file" TO RejectReasonText
               NOT INVALID KEY
                   IF CseClosed
                       MOVE "N" TO TranOk
                       MOVE "Case already closed"
                           TO RejectReasonText
                   END-IF
           END-READ.

      *>   WriteCommLogEntry puts the opening or closure on the
      *>   member's contact history under the case number.
       WriteCommLogEntry.
           MOVE CseMemberId TO ComMemberId
           MOVE EventDate TO ComDate
           MOVE EventDate(5:2) TO ComBillMonth
           MOVE EventDate(1:4) TO ComBillYear
           MOVE ZERO TO ComAmount
           MOVE CseCaseNumber TO ComReference
           WRITE CommLogRec.

       ReadNextCaseTran.
           READ CaseTranFile
               AT END MOVE "10" TO CaseTranStatus
           END-READ.

       ReadNextCase.
           READ CaseMasterFile NEXT RECORD
               AT END MOVE "10" TO CaseMasterStatus
           END-READ.

       ReadNextCategory.
           READ CaseCategoryFile
               AT END MOVE "10" TO CaseCategoryStatus
           END-READ.
