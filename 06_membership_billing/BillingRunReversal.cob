      *>   the tax, so a reversal backed gross out of fee income
      *>   and left the reversed run's tax sitting in the
      *>   liability account.
      *>   2026-10-15  REVFEE image widened for the loyalty credit
      *>   now carried on MEMFEE.
      *>   2026-10-15  REVFEE image widened for the referral
      *>   credit now carried on MEMFEE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   REVFEE carries the full MEMFEE image, so the GL extract
      *>   can back the tax out of its liability account as well
      *>   as the fee out of income.
       01 ReversalFeeRec PIC X(95).
       FD ReversalReport.
       01 ReversalLine PIC X(70).
       FD PeriodFile.
