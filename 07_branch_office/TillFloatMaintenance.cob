      *>   and closing float is policy set here, not something a
      *>   branch declares for itself. The CityCode must be on the
      *>   branch reference.
      *>   2026-10-15  The feed carries the branch's monthly petty
      *>   cash limit; a blank limit leaves the one on file alone,
      *>   so a float-only change need not restate it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 FttCityCode PIC 9(3).
           02 FttOpeningFloat PIC 9(7)V99.
           02 FttClosingFloat PIC 9(7)V99.
           02 FttPettyCashLimit PIC 9(5)V99.
           02 FttPettyCashLimitX REDEFINES FttPettyCashLimit
                   PIC X(7).
       FD FloatFile.
       COPY TILLFLT.
       FD BranchFile.
           88 TranValid VALUE "Y".
       01 FloatsLoaded PIC 9(5) COMP VALUE ZERO.
       01 FloatsRejected PIC 9(5) COMP VALUE ZERO.
       01 LimitOnFile PIC 9(5)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodayYYYYMMDD FROM DATE YYYYMMDD
                           "float rejected"
           END-READ
           IF TranValid
               AND FttPettyCashLimitX NOT = SPACES
               AND FttPettyCashLimit NOT NUMERIC
               MOVE "N" TO TranOk
               DISPLAY "TillFloatMaintenance - petty cash limit "
                       "not numeric, CityCode " FttCityCode
                       " rejected"
           END-IF
           IF TranValid
               MOVE FttCityCode TO FltCityCode
               MOVE ZERO TO LimitOnFile
               READ FloatFile
                   NOT INVALID KEY
                       MOVE FltPettyCashLimit TO LimitOnFile
               END-READ
               MOVE FttCityCode TO FltCityCode
               MOVE FttOpeningFloat TO FltOpeningFloat
               MOVE FttClosingFloat TO FltClosingFloat
               MOVE TodayYYYYMMDD TO FltLastDate
               IF FttPettyCashLimitX = SPACES
                   MOVE LimitOnFile TO FltPettyCashLimit
               ELSE
                   MOVE FttPettyCashLimit TO FltPettyCashLimit
               END-IF
               WRITE TillFloatRec
                   INVALID KEY
                       REWRITE TillFloatRec
