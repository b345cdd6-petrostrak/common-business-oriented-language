      *>   2026-09-01  Carries the open/closing/closed lifecycle
      *>   status; a transaction keyed without one lands the branch
      *>   open, so the historical feed keeps working.
      *>   2026-10-15  Carries the branch's opening date; a row
      *>   keyed without one keeps the date already on file. A
      *>   branch set closed here is dated closed today unless it
      *>   already carries a closing date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 BranchTranAtEnd VALUE "10".
       01 BranchFileStatus PIC XX VALUE "00".
       01 BranchesLoaded PIC 9(5) COMP VALUE ZERO.
       01 OpenedOnFile PIC 9(8) VALUE ZERO.
       01 ClosedOnFile PIC 9(8) VALUE ZERO.
       COPY STDDATE.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
           OPEN INPUT BranchTranFile
           OPEN I-O BranchFile
           IF BranchFileStatus = "35"
      *>   written, an existing one is rewritten with this
      *>   transaction's values.
       LoadOneBranch.
           MOVE ZERO TO OpenedOnFile
           MOVE ZERO TO ClosedOnFile
           MOVE BrTranCityCode TO CityCode OF BranchRec
           READ BranchFile
               NOT INVALID KEY
                   MOVE BranchOpenedDate TO OpenedOnFile
                   MOVE BranchClosedDate TO ClosedOnFile
           END-READ
           MOVE BrTranCityCode TO CityCode OF BranchRec
           MOVE BrTranBranchName TO BranchName
           MOVE BrTranPostalPrefix TO PostalPrefix
           ELSE
               MOVE "O" TO BranchStatus
           END-IF
           IF BrTranOpenedDate IS NUMERIC
              AND BrTranOpenedDate > ZERO
               MOVE BrTranOpenedDate TO BranchOpenedDate
           ELSE
               MOVE OpenedOnFile TO BranchOpenedDate
           END-IF
           MOVE ClosedOnFile TO BranchClosedDate
           IF BranchClosed AND BranchClosedDate = ZERO
               MOVE TodayYYYYMMDD TO BranchClosedDate
           END-IF
           WRITE BranchRec
               INVALID KEY
                   REWRITE BranchRec
