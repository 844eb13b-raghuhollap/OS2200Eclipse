      *----------------------------------------------------------------
      *    BUSPARM - parameter block for the BUSDAY business-day
      *    lookup.
      *
      *    The caller sets BD-FUNCTION and the dates, then CALLs
      *    BUSDAY:
      *      T  is BD-FROM-DATE a business day - BD-BUSINESS-DAY-SW
      *      C  how many business days after BD-FROM-DATE up to and
      *         including BD-TO-DATE - BD-DAY-COUNT (zero when the
      *         to-date is not after the from-date).  An item
      *         suspended on a Friday and aged the next Monday is
      *         one business day old, not three.
      *    BD-RETURN-CODE 0 is a full answer; 8 means there is no
      *    BUSCAL at all, and the answer counts Monday to Friday
      *    with no holidays taken out - each caller decides whether
      *    that is good enough to go on with.
      *----------------------------------------------------------------
       01  BD-BUSINESS-PARM.
           05  BD-FUNCTION                  PIC X(01).
               88  BD-TEST-DATE             VALUE "T".
               88  BD-COUNT-DAYS            VALUE "C".
           05  BD-FROM-DATE                 PIC 9(08).
           05  BD-TO-DATE                   PIC 9(08).
           05  BD-DAY-COUNT                 PIC 9(05).
           05  BD-BUSINESS-DAY-SW           PIC X(01).
               88  BD-BUSINESS-DAY          VALUE "Y".
           05  BD-RETURN-CODE               PIC 9(02).
               88  BD-CALENDAR-USED         VALUE 0.
               88  BD-NO-CALENDAR           VALUE 8.
