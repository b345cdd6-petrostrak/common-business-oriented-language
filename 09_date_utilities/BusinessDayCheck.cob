      *>   suite's whole-month report arithmetic, dates here walk
      *>   the real calendar - a collection date or a service
      *>   booking has to land on a day that exists.
      *>   2026-10-15  Function "DOW " returns the day of the week
      *>   of DateIn in DateOut, 1 Monday through 7 Sunday - the
      *>   order of the Y/N days in a section's SecMeetDays - so a
      *>   caller matching a date against a weekly pattern uses the
      *>   same calendar arithmetic as the business-day test.
      *>   2026-10-15  Function "ADDD" returns in DateOut the
      *>   calendar date DaysWanted days after DateIn, weekends
      *>   and holidays counted, so week-by-week schedules step
      *>   the real calendar; BusinessDayFlag says whether that
      *>   day is a business day.
      *>   2026-10-15  Function "SUBD" is "ADDD" run backwards: the
      *>   calendar date DaysWanted days before DateIn, so a
      *>   morning check can name yesterday without doing its own
      *>   month-end arithmetic.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 FunctionCodeIn PIC X(4).
           88 FunctionIsBusinessDay VALUE "ISBD".
           88 FunctionNextBusinessDay VALUE "NEXT".
           88 FunctionDayOfWeek VALUE "DOW ".
           88 FunctionAddCalendarDays VALUE "ADDD".
           88 FunctionSubtractCalendarDays VALUE "SUBD".
       01 DateIn PIC 9(8).
       01 DaysWanted PIC 9(3).
       01 DateOut PIC 9(8).
                   MOVE DateIn TO DateOut
               WHEN FunctionNextBusinessDay
                   PERFORM FindNthBusinessDay
               WHEN FunctionDayOfWeek
                   MOVE DateIn TO WorkDate
                   PERFORM CheckWorkDateIsBusiness
                   MOVE WorkIsBusinessFlag TO BusinessDayFlag
                   PERFORM ReturnWeekdayNumber
               WHEN FunctionAddCalendarDays
                   PERFORM AddCalendarDays
               WHEN FunctionSubtractCalendarDays
                   PERFORM SubtractCalendarDays
               WHEN OTHER
                   MOVE "N" TO BusinessDayFlag
                   MOVE DateIn TO DateOut
           MOVE WorkDate TO DateOut
           MOVE "Y" TO BusinessDayFlag.

       AddCalendarDays.
           MOVE DateIn TO WorkDate
           MOVE DaysWanted TO DaysStillWanted
           PERFORM StepOneCalendarDay
               UNTIL DaysStillWanted <= ZERO
           PERFORM CheckWorkDateIsBusiness
           MOVE WorkIsBusinessFlag TO BusinessDayFlag
           MOVE WorkDate TO DateOut.

       SubtractCalendarDays.
           MOVE DateIn TO WorkDate
           MOVE DaysWanted TO DaysStillWanted
           PERFORM StepBackOneCalendarDay
               UNTIL DaysStillWanted <= ZERO
           PERFORM CheckWorkDateIsBusiness
           MOVE WorkIsBusinessFlag TO BusinessDayFlag
           MOVE WorkDate TO DateOut.

       StepBackOneCalendarDay.
           PERFORM RetreatOneCalendarDay
           SUBTRACT 1 FROM DaysStillWanted.

       StepOneCalendarDay.
           PERFORM AdvanceOneCalendarDay
           SUBTRACT 1 FROM DaysStillWanted.

       StepToWantedDay.
           PERFORM AdvanceOneCalendarDay
           PERFORM CheckWorkDateIsBusiness
               END-IF
           END-IF.

      *>   Zeller counts 0 Saturday, 1 Sunday, 2 Monday; the caller
      *>   gets 1 Monday through 7 Sunday.
       ReturnWeekdayNumber.
           EVALUATE DayOfWeek
               WHEN 0
                   MOVE 6 TO DateOut
               WHEN 1
                   MOVE 7 TO DateOut
               WHEN OTHER
                   COMPUTE DateOut = DayOfWeek - 1
           END-EVALUATE.

       FindHolidayEntry.
           MOVE "N" TO HolidayFoundFlag
           PERFORM ScanOneHoliday
           COMPUTE WorkDate = WorkYear * 10000
                   + WorkMonth * 100 + WorkDay.

       RetreatOneCalendarDay.
           PERFORM SplitWorkDate
           IF WorkDay > 1
               SUBTRACT 1 FROM WorkDay
           ELSE
               IF WorkMonth > 1
                   SUBTRACT 1 FROM WorkMonth
               ELSE
                   MOVE 12 TO WorkMonth
                   SUBTRACT 1 FROM WorkYear
               END-IF
               PERFORM SetDaysInWorkMonth
               MOVE DaysInWorkMonth TO WorkDay
           END-IF
           COMPUTE WorkDate = WorkYear * 10000
                   + WorkMonth * 100 + WorkDay.

       SetDaysInWorkMonth.
           EVALUATE WorkMonth
               WHEN 4
