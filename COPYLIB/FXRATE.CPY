      *----------------------------------------------------------------
      *    FXRATE - exchange-rate master file record.
      *
      *    One row per currency rate window, maintained by FXRATMNT
      *    from treasury-submitted changes and read by MAIN at run
      *    start.  MAIN converts a MAININ detail carrying a foreign
      *    currency code at the rate in force for the business date
      *    and records the rate on the result, so the regions stop
      *    converting on their own spreadsheets at whatever rate
      *    they picked that day.  A rate is in force for a business
      *    date when FX-EFF-DATE has been reached and FX-EXP-DATE
      *    (zero = never expires) has not passed; when several
      *    windows cover the date the latest effective date wins,
      *    the same rule as RATEMST.  The rate is dollars per one
      *    unit of the currency, six decimals.
      *----------------------------------------------------------------
       01  FX-RATE-REC.
           05  FX-CURRENCY                  PIC X(03).
           05  FX-EFF-DATE                  PIC 9(08).
           05  FX-EXP-DATE                  PIC 9(08).
           05  FX-RATE                      PIC 9(04)V9(06).
