      *    CP-LAST-POST-DATE is the night being reported.  The
      *    period-to-date buckets zero at period end (ALLOCPST
      *    RESET, run from the MONTHEND deck after PERDEND), so
      *    "period-to-date" always means the open fiscal period of
      *    the FISCCAL calendar.  The year-to-date buckets run
      *    across the period rolls and zero only at the fiscal
      *    year-end close (ALLOCPST YEAREND).
      *----------------------------------------------------------------
       01  CP-POS-REC.
           05  CP-COST-CTR                  PIC X(06).
           05  CP-DAILY-AMOUNT              PIC S9(12)V9(04).
           05  CP-PTD-COUNT                 PIC 9(06).
           05  CP-PTD-AMOUNT                PIC S9(12)V9(04).
           05  CP-YTD-COUNT                 PIC 9(06).
           05  CP-YTD-AMOUNT                PIC S9(12)V9(04).
