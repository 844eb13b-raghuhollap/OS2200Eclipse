      *----------------------------------------------------------------
      *    BUDGMST - department budget master file record.
      *
      *    One row per region/dept/sub and fiscal period, maintained
      *    by BUDGMNT from analyst-submitted (and separately
      *    approved) changes, and read by BUDVAR for the nightly and
      *    period-end budget-versus-actual report.  The key is the
      *    DISTMST region/dept/sub plus the fiscal year and period
      *    number, so a year's budget is twelve (or thirteen) rows
      *    per key and the year-to-date budget is the sum of the
      *    rows up to the open period.  The amount is the spending
      *    budget for the period in dollars and cents.
      *----------------------------------------------------------------
       01  BG-BUDGET-REC.
           05  BG-BUDGET-KEY.
               10  BG-REGION                PIC X(02).
               10  BG-DEPT                  PIC X(02).
               10  BG-SUB                   PIC X(02).
               10  BG-FISC-YEAR             PIC 9(04).
               10  BG-FISC-PERIOD           PIC 9(02).
           05  BG-AMOUNT                    PIC 9(11)V99.
