      *>        plus fee records it read, across its two lines.
      *>   Any broken relationship prints a named discrepancy and
      *>   the monitor ends RC=8 so the JCL can hold the stream.
      *>   2026-10-15  The program table holds 200 steps, and a step
      *>   finding it full is itself a discrepancy rather than going
      *>   unproved without a word.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Newest line per program, gathered in one pass - the log
      *>   appends in run order, so later lines overwrite earlier
      *>   ones in the table.
       01 ProgramMax PIC 9(3) VALUE 200.
       01 ProgramCount PIC 9(3) VALUE ZERO.
       01 ProgramTable.
           02 ProgramEntry OCCURS 200 TIMES.
               03 PrgName PIC X(20).
               03 PrgRead PIC 9(7).
               03 PrgWritten PIC 9(7).
           88 ProgramFound VALUE "Y".
       01 WantedProgram PIC X(20) VALUE SPACES.
       01 DiscrepancyCount PIC 9(3) VALUE ZERO.
       01 LinesNotProved PIC 9(7) VALUE ZERO.
       01 StuExtractRead PIC 9(7) VALUE ZERO.
       01 StuExtractWritten PIC 9(7) VALUE ZERO.
       01 FeeExtractRead PIC 9(7) VALUE ZERO.
               PERFORM ReadNextRunControl
               PERFORM KeepNewestLine UNTIL RunControlAtEnd
               CLOSE RunControlFile
           END-IF
           IF LinesNotProved > ZERO
               MOVE SPACES TO MonitorLine
               STRING "RUNCTL LINES NOT PROVED = " LinesNotProved
                   DELIMITED BY SIZE INTO MonitorLine
               WRITE MonitorLine
           END-IF.

       KeepNewestLine.
               MOVE ProgramCount TO ProgramIdx
               MOVE WantedProgram TO PrgName(ProgramIdx)
               MOVE "Y" TO ProgramFoundFlag
           ELSE
               IF LinesNotProved = ZERO
                   ADD 1 TO DiscrepancyCount
                   MOVE SPACES TO MonitorLine
                   STRING "PROGRAM TABLE FULL AT " WantedProgram
                           " - STEPS NOT PROVED"
                       DELIMITED BY SIZE INTO MonitorLine
                   WRITE MonitorLine
               END-IF
               ADD 1 TO LinesNotProved
           END-IF.

       CheckEveryStepBalances.
