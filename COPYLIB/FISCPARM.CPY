      *----------------------------------------------------------------
      *    FISCPARM - parameter block for the FISCPER fiscal period
      *    lookup.
      *
      *    The caller sets FP-FUNCTION and either FP-REQUEST-DATE
      *    (D - the period the date falls in) or FP-FISC-YEAR and
      *    FP-FISC-PERIOD (P - that period's dates), then CALLs
      *    FISCPER.  The period, its window, the first date of its
      *    fiscal year and whether it is the year's last period
      *    come back with FP-RETURN-CODE 0; 4 means the calendar
      *    has no such period, 8 that there is no FISCCAL at all.
      *----------------------------------------------------------------
       01  FP-FISCAL-PARM.
           05  FP-FUNCTION                  PIC X(01).
               88  FP-BY-DATE               VALUE "D".
               88  FP-BY-PERIOD             VALUE "P".
           05  FP-REQUEST-DATE              PIC 9(08).
           05  FP-FISC-YEAR                 PIC 9(04).
           05  FP-FISC-PERIOD               PIC 9(02).
           05  FP-START-DATE                PIC 9(08).
           05  FP-END-DATE                  PIC 9(08).
           05  FP-YEAR-START-DATE           PIC 9(08).
           05  FP-LAST-PERIOD-SW            PIC X(01).
               88  FP-LAST-PERIOD-OF-YEAR   VALUE "Y".
           05  FP-RETURN-CODE               PIC 9(02).
               88  FP-PERIOD-FOUND          VALUE 0.
               88  FP-PERIOD-NOT-FOUND      VALUE 4.
               88  FP-NO-CALENDAR           VALUE 8.
