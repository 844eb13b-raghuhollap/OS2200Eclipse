      *    The prior period's totals are rolled here at period end
      *    (DISTPOST RESET) so the month-end report can show
      *    month-over-prior-month without re-adding thirty daily
      *    files by hand.  Periods are the fiscal periods of the
      *    FISCCAL calendar, not calendar months.  The year-to-date
      *    buckets run across the period rolls and zero only at the
      *    fiscal year-end close (DISTPOST YEAREND).
      *
      *    DISTMST is an INDEXED file keyed on DM-DIST-KEY, so
      *    DISTPOST reads and rewrites one row per posting instead
           05  DM-PTD-AMOUNT                PIC S9(11)V99.
           05  DM-PRIOR-PTD-COUNT           PIC 9(06).
           05  DM-PRIOR-PTD-AMOUNT          PIC S9(11)V99.
           05  DM-YTD-COUNT                 PIC 9(06).
           05  DM-YTD-AMOUNT                PIC S9(11)V99.
