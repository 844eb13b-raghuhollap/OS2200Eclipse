      *----------------------------------------------------------------
      *    BUSCAL - business-day calendar master file record.
      *
      *    One row per calendar date that is NOT what its weekday
      *    says, maintained by BUSCMNT from analyst-submitted (and
      *    separately approved) changes.  Monday to Friday is a
      *    business day and Saturday and Sunday are not, unless a
      *    row here says otherwise: H marks a weekday the shop is
      *    closed (a bank holiday), W a weekend date worked as a
      *    full business day (a year-end Saturday).  Programs ask
      *    "is this a business day" and "how many business days
      *    between these dates" through the BUSDAY lookup
      *    (COPYLIB/BUSPARM.CPY), never from the weekday alone.
      *----------------------------------------------------------------
       01  BC-CALENDAR-REC.
           05  BC-CAL-DATE                  PIC 9(08).
           05  BC-DAY-TYPE                  PIC X(01).
               88  BC-HOLIDAY               VALUE "H".
               88  BC-WORKED-DAY            VALUE "W".
           05  BC-DESCRIPTION               PIC X(20).
