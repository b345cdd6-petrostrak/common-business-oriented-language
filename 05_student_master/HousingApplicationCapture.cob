       IDENTIFICATION DIVISION.
       PROGRAM-ID. HousingApplicationCapture.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Captures residence applications from the accommodation
      *>   office's HOUSTRN feed onto HOUSAPP, where the housing
      *>   allocation run picks them up. The applicant must be on
      *>   the student master and active, the term on the TERMCAL
      *>   calendar, and a preferred residence - when one is given -
      *>   must have rooms on RESROOM. A blank priority ranks
      *>   lowest (9) and a zero application date takes today's.
      *>   A waiting application can be re-keyed (new priority,
      *>   date or preference); one already allocated, released or
      *>   cancelled is left alone and the transaction rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HousingTranFile ASSIGN TO "HOUSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HousingTranStatus.
           SELECT ApplicationFile ASSIGN TO "HOUSAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HousingApplicationKey
               FILE STATUS IS ApplicationFileStatus.
           SELECT StudentMasterFile ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS StudentId OF StudentRec
               ALTERNATE RECORD KEY IS Surname OF StudentRec
                   WITH DUPLICATES
               FILE STATUS IS StudentMasterStatus.
           SELECT TermFile ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TrmTerm
               FILE STATUS IS TermFileStatus.
           SELECT ResRoomFile ASSIGN TO "RESROOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResidenceRoomKey
               FILE STATUS IS ResRoomFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD HousingTranFile.
       01 HousingTranRec.
           02 HstStudentId PIC 9(7).
           02 HstTerm PIC X(6).
           02 HstApplyDate PIC 9(8).
           02 HstPriority PIC X.
           02 HstPreferredResidence PIC X(4).
       FD ApplicationFile.
       COPY HOUSAPP.
       FD StudentMasterFile.
       COPY STUDREC.
       FD TermFile.
       COPY TERMCAL.
       FD ResRoomFile.
       COPY RESROOM.
       WORKING-STORAGE SECTION.
       COPY STDDATE.
       01 HousingTranStatus PIC XX VALUE "00".
           88 HousingTransAtEnd VALUE "10".
       01 ApplicationFileStatus PIC XX VALUE "00".
           88 ApplicationFileNotFound VALUE "35".
       01 StudentMasterStatus PIC XX VALUE "00".
       01 TermFileStatus PIC XX VALUE "00".
       01 ResRoomFileStatus PIC XX VALUE "00".
           88 ResRoomAtEnd VALUE "10".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 ApplicationsAdded PIC 9(5) COMP VALUE ZERO.
       01 ApplicationsChanged PIC 9(5) COMP VALUE ZERO.
       01 ApplicationsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT HousingTranFile
           OPEN INPUT StudentMasterFile
           OPEN INPUT TermFile
           OPEN INPUT ResRoomFile
           OPEN I-O ApplicationFile
           IF ApplicationFileNotFound
               OPEN OUTPUT ApplicationFile
               CLOSE ApplicationFile
               OPEN I-O ApplicationFile
           END-IF
           PERFORM ReadNextHousingTran
           PERFORM CaptureOneApplication UNTIL HousingTransAtEnd
           CLOSE HousingTranFile
           CLOSE StudentMasterFile
           CLOSE TermFile
           CLOSE ResRoomFile
           CLOSE ApplicationFile
           DISPLAY "HousingApplicationCapture - added = "
                   ApplicationsAdded " changed = " ApplicationsChanged
                   " rejected = " ApplicationsRejected
           STOP RUN.

       CaptureOneApplication.
           MOVE "Y" TO TranOk
           PERFORM ValidateApplicant
           IF TranValid
               PERFORM ValidatePreference
           END-IF
           IF TranValid
               PERFORM StoreApplication
           ELSE
               ADD 1 TO ApplicationsRejected
           END-IF
           PERFORM ReadNextHousingTran.

       ValidateApplicant.
           MOVE HstStudentId TO StudentId OF StudentRec
           READ StudentMasterFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   DISPLAY "HousingApplicationCapture - StudentId "
                           HstStudentId " not on master, rejected"
           END-READ
           IF TranValid AND NOT StatusActive
               MOVE "N" TO TranOk
               DISPLAY "HousingApplicationCapture - StudentId "
                       HstStudentId " is not active, rejected"
           END-IF
           IF TranValid
               MOVE HstTerm TO TrmTerm
               READ TermFile
                   INVALID KEY
                       MOVE "N" TO TranOk
                       DISPLAY "HousingApplicationCapture - term "
                               HstTerm " not on TERMCAL, StudentId "
                               HstStudentId " rejected"
               END-READ
           END-IF.

      *>   ValidatePreference proves a named residence has at least
      *>   one room on RESROOM by positioning at its first room.
       ValidatePreference.
           IF HstPreferredResidence NOT = SPACES
               MOVE "00" TO ResRoomFileStatus
               MOVE HstPreferredResidence TO RrmResidence
               MOVE LOW-VALUES TO RrmRoomNo
               START ResRoomFile KEY NOT LESS THAN ResidenceRoomKey
                   INVALID KEY MOVE "10" TO ResRoomFileStatus
               END-START
               IF NOT ResRoomAtEnd
                   READ ResRoomFile NEXT RECORD
                       AT END MOVE "10" TO ResRoomFileStatus
                   END-READ
               END-IF
               IF ResRoomAtEnd
                  OR RrmResidence NOT = HstPreferredResidence
                   MOVE "N" TO TranOk
                   DISPLAY "HousingApplicationCapture - residence "
                           HstPreferredResidence " has no rooms, "
                           "StudentId " HstStudentId " rejected"
               END-IF
           END-IF.

       StoreApplication.
           MOVE HstStudentId TO HapStudentId
           MOVE HstTerm TO HapTerm
           READ ApplicationFile
               INVALID KEY
                   PERFORM BuildApplication
                   WRITE HousingApplicationRec
                   ADD 1 TO ApplicationsAdded
               NOT INVALID KEY
                   IF HapWaiting
                       PERFORM BuildApplication
                       REWRITE HousingApplicationRec
                       ADD 1 TO ApplicationsChanged
                   ELSE
                       ADD 1 TO ApplicationsRejected
                       DISPLAY "HousingApplicationCapture - StudentId "
                               HstStudentId " term " HstTerm
                               " no longer waiting, rejected"
                   END-IF
           END-READ.

       BuildApplication.
           IF HstApplyDate NUMERIC AND HstApplyDate > ZERO
               MOVE HstApplyDate TO HapApplyDate
           ELSE
               MOVE TodayYYYYMMDD TO HapApplyDate
           END-IF
           IF HstPriority NUMERIC AND HstPriority NOT = "0"
               MOVE HstPriority TO HapPriority
           ELSE
               MOVE 9 TO HapPriority
           END-IF
           MOVE HstPreferredResidence TO HapPreferredResidence
           MOVE "W" TO HapStatus
           MOVE SPACES TO HapResidence
           MOVE SPACES TO HapRoomNo
           MOVE ZERO TO HapAllocatedDate
           MOVE ZERO TO HapReleasedDate.

       ReadNextHousingTran.
           READ HousingTranFile
               AT END MOVE "10" TO HousingTranStatus
           END-READ.
