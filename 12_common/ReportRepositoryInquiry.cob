       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportRepositoryInquiry.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Lists and displays the reports held in the RPTREPO report
      *>   repository, so a branch's lost copy or last March's
      *>   arrears ageing is read back as it was printed. The clerk
      *>   keys a report id (* for every report) and a run date (0
      *>   for every date), picks one of the stored generations
      *>   listed, and sees its lines - the company-wide lines and
      *>   those of the branches the operator's OPERSEC entry
      *>   covers; an operator covering every branch sees the whole
      *>   report, and one covering none is turned away. The lines
      *>   held back are counted so the clerk knows the copy shown
      *>   is a part. Repeats until Q, the StudentInquiry rhythm; a
      *>   clerk not arriving from the operator menu proves their
      *>   password first.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RepositoryFile ASSIGN TO "RPTREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RepKey
               FILE STATUS IS RepositoryStatus.
           SELECT OperatorSecurityFile ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OperatorId OF OperatorSecurityRec
               FILE STATUS IS OperatorSecurityStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RepositoryFile.
       COPY RPTREPO.
       FD OperatorSecurityFile.
       COPY OPERSEC.
       WORKING-STORAGE SECTION.
       01 RepositoryStatus PIC XX VALUE "00".
           88 RepositoryAtEnd VALUE "10".
           88 RepositoryNotFound VALUE "35".
       01 OperatorSecurityStatus PIC XX VALUE "00".
       01 MenuOperatorId PIC X(8) EXTERNAL.
       01 SignOnOperator PIC X(8) VALUE SPACES.
       01 PasswordKeyed PIC X(12) VALUE SPACES.
       01 PasswordReturnCode PIC 9(4) VALUE ZERO.
       01 InquiryProgramName PIC X(20)
               VALUE "ReportRepositoryInqu".
      *>   The signed-on operator's branch coverage.
       01 CoverageFlag PIC X VALUE "N".
           88 CoverAllBranches VALUE "A".
           88 CoverListedBranches VALUE "L".
           88 CoverNoBranch VALUE "N".
       01 CoveredBranches.
           02 CoveredBranch PIC 9(3) OCCURS 5 TIMES.
       01 BranchIdx PIC 9 COMP VALUE ZERO.
       01 LineVisibleFlag PIC X VALUE "N".
           88 LineIsVisible VALUE "Y".
       01 InquiryReportId PIC X(8) VALUE SPACES.
           88 EndOfInquiry VALUE "Q", "q".
           88 EveryReport VALUE "*".
       01 InquiryRunDate PIC 9(8) VALUE ZERO.
      *>   The generations listed, for the clerk's pick.
       01 ListedMax PIC 9(3) VALUE 50.
       01 ListedCount PIC 9(3) VALUE ZERO.
       01 ListedTable.
           02 ListedEntry OCCURS 50 TIMES.
               03 LstReportId PIC X(8).
               03 LstRunDate PIC 9(8).
               03 LstGeneration PIC 9(3).
       01 ListedPick PIC 9(3) VALUE ZERO.
       01 LinesShown PIC 9(6) VALUE ZERO.
       01 LinesWithheld PIC 9(6) VALUE ZERO.
       01 LowerCaseLetters PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UpperCaseLetters PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ListHeading.
           02 FILLER PIC X(44)
               VALUE " NO  REPORT   RUN DATE GEN  LINES EXPIRES   ".
       01 ListDetail.
           02 LsdNumber PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LsdReportId PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LsdRunDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LsdGeneration PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LsdLineCount PIC Z(5)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 LsdExpiryDate PIC 9(8).
       PROCEDURE DIVISION.
       Begin.
           PERFORM AuthenticateOperator
           PERFORM LoadBranchCoverage
           IF CoverNoBranch
               DISPLAY "Operator " SignOnOperator
                       " covers no branch - no stored report shown"
           ELSE
               OPEN INPUT RepositoryFile
               IF RepositoryNotFound
                   DISPLAY "No report repository on file"
               ELSE
                   PERFORM AcceptInquiry
                   PERFORM AnswerInquiry UNTIL EndOfInquiry
                   CLOSE RepositoryFile
               END-IF
           END-IF
           GOBACK.

       AnswerInquiry.
           PERFORM ListStoredReports
           IF ListedCount = ZERO
               DISPLAY "No stored report for that report and date"
           ELSE
               DISPLAY "Number to display, 0 for none - "
                       WITH NO ADVANCING
               ACCEPT ListedPick
               IF ListedPick > ZERO AND ListedPick NOT > ListedCount
                   PERFORM DisplayStoredReport
               END-IF
           END-IF
           PERFORM AcceptInquiry.

      *>   ListStoredReports lists each generation's directory entry
      *>   (line 0) and steps past its lines with a START beyond
      *>   the last possible line number.
       ListStoredReports.
           MOVE ZERO TO ListedCount
           MOVE "00" TO RepositoryStatus
           IF EveryReport
               MOVE LOW-VALUES TO RepKey
           ELSE
               MOVE InquiryReportId TO RepReportId
               MOVE ZERO TO RepRunDate
               MOVE ZERO TO RepGeneration
               MOVE ZERO TO RepLineNo
           END-IF
           START RepositoryFile KEY IS NOT LESS THAN RepKey
               INVALID KEY MOVE "10" TO RepositoryStatus
           END-START
           IF NOT RepositoryAtEnd
               DISPLAY ListHeading
               PERFORM ReadNextRepository
               PERFORM ListOneEntry
                   UNTIL RepositoryAtEnd
                      OR ListedCount NOT < ListedMax
                      OR (NOT EveryReport
                          AND RepReportId NOT = InquiryReportId)
           END-IF
           IF ListedCount NOT < ListedMax
               DISPLAY "First " ListedMax " shown - narrow the "
                       "report or date for the rest"
           END-IF.

       ListOneEntry.
           IF RepReportId NOT = SPACES
              AND RepLineNo = ZERO
              AND (InquiryRunDate = ZERO
                   OR RepRunDate = InquiryRunDate)
               ADD 1 TO ListedCount
               MOVE RepReportId TO LstReportId(ListedCount)
               MOVE RepRunDate TO LstRunDate(ListedCount)
               MOVE RepGeneration TO LstGeneration(ListedCount)
               MOVE ListedCount TO LsdNumber
               MOVE RepReportId TO LsdReportId
               MOVE RepRunDate TO LsdRunDate
               MOVE RepGeneration TO LsdGeneration
               MOVE RepLineCount TO LsdLineCount
               MOVE RepExpiryDate TO LsdExpiryDate
               DISPLAY ListDetail
           END-IF
           MOVE 999999 TO RepLineNo
           START RepositoryFile KEY IS GREATER THAN RepKey
               INVALID KEY MOVE "10" TO RepositoryStatus
           END-START
           IF NOT RepositoryAtEnd
               PERFORM ReadNextRepository
           END-IF.

       DisplayStoredReport.
           MOVE ZERO TO LinesShown
           MOVE ZERO TO LinesWithheld
           MOVE "00" TO RepositoryStatus
           MOVE LstReportId(ListedPick) TO RepReportId
           MOVE LstRunDate(ListedPick) TO RepRunDate
           MOVE LstGeneration(ListedPick) TO RepGeneration
           MOVE 1 TO RepLineNo
           START RepositoryFile KEY IS NOT LESS THAN RepKey
               INVALID KEY MOVE "10" TO RepositoryStatus
           END-START
           DISPLAY "--- " LstReportId(ListedPick) " run "
                   LstRunDate(ListedPick) " generation "
                   LstGeneration(ListedPick) " ---"
           IF NOT RepositoryAtEnd
               PERFORM ReadNextRepository
               PERFORM ShowOneLine
                   UNTIL RepositoryAtEnd
                      OR RepReportId NOT = LstReportId(ListedPick)
                      OR RepRunDate NOT = LstRunDate(ListedPick)
                      OR RepGeneration NOT = LstGeneration(ListedPick)
           END-IF
           DISPLAY "--- " LinesShown " lines shown ---"
           IF LinesWithheld > ZERO
               DISPLAY LinesWithheld " lines withheld - branches "
                       "outside your coverage"
           END-IF.

       ShowOneLine.
           PERFORM CheckLineVisible
           IF LineIsVisible
               DISPLAY RepLine
               ADD 1 TO LinesShown
           ELSE
               ADD 1 TO LinesWithheld
           END-IF
           PERFORM ReadNextRepository.

      *>   CheckLineVisible - company-wide lines are for everyone;
      *>   a branch line only for an operator covering the branch.
       CheckLineVisible.
           MOVE "N" TO LineVisibleFlag
           IF RepCityCode = ZERO OR CoverAllBranches
               MOVE "Y" TO LineVisibleFlag
           ELSE
               PERFORM MatchOneBranch
                   VARYING BranchIdx FROM 1 BY 1
                   UNTIL BranchIdx > 5 OR LineIsVisible
           END-IF.

       MatchOneBranch.
           IF CoveredBranch(BranchIdx) = RepCityCode
               MOVE "Y" TO LineVisibleFlag
           END-IF.

      *>   LoadBranchCoverage reads the operator's OPERSEC entry; an
      *>   operator not on file, or with no branch listed, covers
      *>   nothing.
       LoadBranchCoverage.
           MOVE "N" TO CoverageFlag
           MOVE ZERO TO CoveredBranches
           OPEN INPUT OperatorSecurityFile
           MOVE SignOnOperator TO OperatorId OF OperatorSecurityRec
           READ OperatorSecurityFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CoversAllBranches
                       MOVE "A" TO CoverageFlag
                   ELSE
                       PERFORM TakeOneBranch
                           VARYING BranchIdx FROM 1 BY 1
                           UNTIL BranchIdx > 5
                   END-IF
           END-READ
           CLOSE OperatorSecurityFile.

       TakeOneBranch.
           IF OperatorBranchCode(BranchIdx) IS NUMERIC
              AND OperatorBranchCode(BranchIdx) NOT = ZERO
               MOVE OperatorBranchCode(BranchIdx)
                   TO CoveredBranch(BranchIdx)
               MOVE "L" TO CoverageFlag
           END-IF.

      *>   AuthenticateOperator proves the clerk's password through
      *>   the shared PasswordCheck before anything displays. A
      *>   session dispatched from the operator menu arrives with
      *>   MenuOperatorId set and was authenticated at the menu's
      *>   front door, so it is not challenged twice.
       AuthenticateOperator.
           IF MenuOperatorId NOT = SPACES
              AND MenuOperatorId NOT = LOW-VALUES
               MOVE MenuOperatorId TO SignOnOperator
           ELSE
               DISPLAY "Operator id - " WITH NO ADVANCING
               ACCEPT SignOnOperator
               DISPLAY "Password    - " WITH NO ADVANCING
               ACCEPT PasswordKeyed
               CALL "PasswordCheck" USING InquiryProgramName
                       SignOnOperator PasswordKeyed
                       PasswordReturnCode
               END-CALL
               MOVE SPACES TO PasswordKeyed
               IF PasswordReturnCode = 4
                   DISPLAY "Password has expired - ask the "
                           "security officer for a reset"
               END-IF
               IF PasswordReturnCode NOT = ZERO
                  AND PasswordReturnCode NOT = 4
                   DISPLAY "Sign-on refused for " SignOnOperator
                   MOVE PasswordReturnCode TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       AcceptInquiry.
           DISPLAY "Report id, * for all, Q to quit - "
                   WITH NO ADVANCING
           ACCEPT InquiryReportId
           INSPECT InquiryReportId
               CONVERTING LowerCaseLetters TO UpperCaseLetters
           MOVE ZERO TO InquiryRunDate
           IF NOT EndOfInquiry
               DISPLAY "Run date YYYYMMDD (0 for all) - "
                       WITH NO ADVANCING
               ACCEPT InquiryRunDate
           END-IF.

       ReadNextRepository.
           READ RepositoryFile NEXT RECORD
               AT END MOVE "10" TO RepositoryStatus
           END-READ.
