       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvaluationCapture.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads keyed course evaluation forms from EVALTRN onto the
      *>   EVALRESP response file. A form is accepted only for a
      *>   section that exists on CRSSECT for the term, and only
      *>   when every rating is 0 (unanswered) to 5 and at least
      *>   one question was answered - a blank form tells nobody
      *>   anything. A form number already on file for the section
      *>   is a re-key and replaces the earlier capture. Rejects
      *>   are listed on the console with the reason, the
      *>   maintenance-run convention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EvaluationTranFile ASSIGN TO "EVALTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EvaluationTranStatus.
           SELECT EvaluationFile ASSIGN TO "EVALRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EvaluationKey
               FILE STATUS IS EvaluationFileStatus.
           SELECT SectionFile ASSIGN TO "CRSSECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SectionKey
               FILE STATUS IS SectionFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD EvaluationTranFile.
       01 EvaluationTranRec.
           02 EvtCourseID PIC X(5).
           02 EvtTerm PIC X(6).
           02 EvtSectionNo PIC 9(2).
           02 EvtFormNo PIC 9(4).
           02 EvtRatings.
               03 EvtRating PIC X OCCURS 8 TIMES.
       FD EvaluationFile.
       COPY EVALRESP.
       FD SectionFile.
       COPY CRSSECT.
       WORKING-STORAGE SECTION.
       01 EvaluationTranStatus PIC XX VALUE "00".
           88 EvaluationTranAtEnd VALUE "10".
       01 EvaluationFileStatus PIC XX VALUE "00".
           88 EvaluationFileNotFound VALUE "35".
       01 SectionFileStatus PIC XX VALUE "00".
       COPY STDDATE.
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 QuestionIdx PIC 9(2) COMP VALUE ZERO.
       01 AnsweredCount PIC 9(2) VALUE ZERO.
       01 FormsLoaded PIC 9(5) COMP VALUE ZERO.
       01 FormsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT EvaluationTranFile
           OPEN INPUT SectionFile
           OPEN I-O EvaluationFile
           IF EvaluationFileNotFound
               OPEN OUTPUT EvaluationFile
           END-IF
           PERFORM ReadNextEvaluationTran
           PERFORM LoadOneForm UNTIL EvaluationTranAtEnd
           CLOSE EvaluationTranFile
           CLOSE SectionFile
           CLOSE EvaluationFile
           DISPLAY "EvaluationCapture - forms loaded = "
                   FormsLoaded " rejected = " FormsRejected
           STOP RUN.

       LoadOneForm.
           MOVE "Y" TO TranOk
           MOVE EvtCourseID TO SecCourseID
           MOVE EvtTerm TO SecTerm
           MOVE EvtSectionNo TO SecSectionNo
           READ SectionFile
               INVALID KEY
                   MOVE "N" TO TranOk
                   DISPLAY "EvaluationCapture - section " EvtCourseID
                           " " EvtTerm " " EvtSectionNo
                           " not on CRSSECT, form " EvtFormNo
                           " rejected"
           END-READ
           IF TranValid
               MOVE ZERO TO AnsweredCount
               PERFORM CheckOneRating
                   VARYING QuestionIdx FROM 1 BY 1
                   UNTIL QuestionIdx > 8
               IF TranValid AND AnsweredCount = ZERO
                   MOVE "N" TO TranOk
                   DISPLAY "EvaluationCapture - no question answered, "
                           "form " EvtFormNo " rejected"
               END-IF
           END-IF
           IF TranValid
               MOVE EvtCourseID TO EvrCourseID
               MOVE EvtTerm TO EvrTerm
               MOVE EvtSectionNo TO EvrSectionNo
               MOVE EvtFormNo TO EvrFormNo
               MOVE EvtRatings TO EvrRatings
               MOVE TodayYYYYMMDD TO EvrCapturedDate
               WRITE EvaluationRec
                   INVALID KEY
                       REWRITE EvaluationRec
               END-WRITE
               ADD 1 TO FormsLoaded
           ELSE
               ADD 1 TO FormsRejected
           END-IF
           PERFORM ReadNextEvaluationTran.

      *>   A rating keyed blank is unanswered, as is a zero.
       CheckOneRating.
           IF EvtRating(QuestionIdx) = SPACE
               MOVE "0" TO EvtRating(QuestionIdx)
           END-IF
           IF EvtRating(QuestionIdx) < "0"
              OR EvtRating(QuestionIdx) > "5"
               IF TranValid
                   DISPLAY "EvaluationCapture - rating "
                           EvtRating(QuestionIdx) " not 0 to 5, form "
                           EvtFormNo " rejected"
               END-IF
               MOVE "N" TO TranOk
           ELSE
               IF EvtRating(QuestionIdx) NOT = "0"
                   ADD 1 TO AnsweredCount
               END-IF
           END-IF.

       ReadNextEvaluationTran.
           READ EvaluationTranFile
               AT END MOVE "10" TO EvaluationTranStatus
           END-READ.
