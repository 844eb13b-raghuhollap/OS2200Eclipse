      *----------------------------------------------------------------
      *    FISCCAL - fiscal calendar master file record.
      *
      *    One row per fiscal period, maintained by FISCMNT from
      *    analyst-submitted (and separately approved) changes.
      *    Finance closes on this calendar, not the calendar month:
      *    the fiscal year need not start in January and a period
      *    may run four weeks or five, so each row carries its own
      *    first and last business date.  The periods of a year run
      *    01 up to 12 (or 13) and their date windows never
      *    overlap.  Programs find the period a date falls in
      *    through the FISCPER lookup (COPYLIB/FISCPARM.CPY), never
      *    from the YYYYMM of the date.
      *----------------------------------------------------------------
       01  FC-CALENDAR-REC.
           05  FC-PERIOD-KEY.
               10  FC-FISC-YEAR             PIC 9(04).
               10  FC-FISC-PERIOD           PIC 9(02).
           05  FC-START-DATE                PIC 9(08).
           05  FC-END-DATE                  PIC 9(08).
