       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstructorMaintenance.
       AUTHOR. Petros Trakadas.
       DATE-WRITTEN. 15th October 2026.
      *>   Loads or updates the INSTRMS instructor master from the
      *>   timetable office's feed, the CashierMaintenance upsert
      *>   pattern: a section can only be given to an instructor
      *>   somebody actually put on the master. The name must be
      *>   present and the status must be A (active) or I
      *>   (inactive); an instructor is made inactive, never
      *>   deleted, so the sections and workload history that name
      *>   them keep resolving.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InstructorTranFile ASSIGN TO "INSTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InstructorTranStatus.
           SELECT InstructorFile ASSIGN TO "INSTRMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS InsInstructorId
               FILE STATUS IS InstructorFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD InstructorTranFile.
       01 InstructorTranRec.
           02 IntInstructorId PIC X(6).
           02 IntInstructorName PIC X(20).
           02 IntDepartment PIC X(4).
           02 IntStatus PIC X.
       FD InstructorFile.
       COPY INSTRMS.
       WORKING-STORAGE SECTION.
       01 InstructorTranStatus PIC XX VALUE "00".
           88 InstructorTransAtEnd VALUE "10".
       01 InstructorFileStatus PIC XX VALUE "00".
           88 InstructorFileNotFound VALUE "35".
       01 TranOk PIC X VALUE "Y".
           88 TranValid VALUE "Y".
       01 InstructorsLoaded PIC 9(5) COMP VALUE ZERO.
       01 InstructorsRejected PIC 9(5) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT InstructorTranFile
           OPEN I-O InstructorFile
           IF InstructorFileNotFound
               OPEN OUTPUT InstructorFile
           END-IF
           PERFORM ReadNextInstructorTran
           PERFORM LoadOneInstructor UNTIL InstructorTransAtEnd
           CLOSE InstructorTranFile
           CLOSE InstructorFile
           DISPLAY "InstructorMaintenance - instructors loaded = "
                   InstructorsLoaded " rejected = "
                   InstructorsRejected
           STOP RUN.

       LoadOneInstructor.
           MOVE "Y" TO TranOk
           IF IntInstructorId = SPACES
              OR IntInstructorName = SPACES
               MOVE "N" TO TranOk
               DISPLAY "InstructorMaintenance - id or name missing, "
                       "instructor " IntInstructorId " rejected"
           END-IF
           IF TranValid
              AND IntStatus NOT = "A" AND IntStatus NOT = "I"
               MOVE "N" TO TranOk
               DISPLAY "InstructorMaintenance - status " IntStatus
                       " not A or I, instructor " IntInstructorId
                       " rejected"
           END-IF
           IF TranValid
               MOVE IntInstructorId TO InsInstructorId
               MOVE IntInstructorName TO InsInstructorName
               MOVE IntDepartment TO InsDepartment
               MOVE IntStatus TO InsStatus
               WRITE InstructorRec
                   INVALID KEY
                       REWRITE InstructorRec
               END-WRITE
               ADD 1 TO InstructorsLoaded
           ELSE
               ADD 1 TO InstructorsRejected
           END-IF
           PERFORM ReadNextInstructorTran.

       ReadNextInstructorTran.
           READ InstructorTranFile
               AT END MOVE "10" TO InstructorTranStatus
           END-READ.
