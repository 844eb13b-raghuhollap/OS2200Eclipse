      *----------------------------------------------------------------
      *    TMPLMST - recurring allocation template master record.
      *
      *    The multi-way allocations that repeat every month - rent,
      *    IT chargeback, shared services - kept once as a template
      *    instead of being rekeyed into COBADDIN as SET/BAS records
      *    each time.  Maintained by TMPLMNT from analyst-submitted
      *    (and separately approved) changes; read by TMPLGEN ahead
      *    of COBADD in the nightly, which writes the templates due
      *    for the business date into COBADDIN.
      *
      *    A template is a header line (line 00) followed by one
      *    basis line (01-20) per CCMST cost center, the way a SET
      *    record is followed by its BAS records.  The file is kept
      *    in template id/line order.
      *----------------------------------------------------------------
       01  TM-TEMPLATE-REC.
           05  TM-TEMPLATE-KEY.
               10  TM-TEMPLATE-ID           PIC X(06).
               10  TM-LINE-NO               PIC 9(02).
                   88  TM-HEADER-LINE       VALUE ZERO.
           05  TM-LINE-DATA                 PIC X(43).
      *    Header line: the SET record to generate and its schedule.
      *    The frequency says when the template falls due inside
      *    its effective window (expiry zero = open-ended):
      *      D  every business date the nightly runs
      *      W  weekly, on weekday TM-DUE-DAY (1 = Monday .. 7)
      *      M  monthly, on day TM-DUE-DAY of the month
      *      Q  quarterly, on day TM-DUE-DAY of the effective month
      *         and every third month after it
      *      A  annually, on day TM-DUE-DAY of the effective month
      *      P  each fiscal period, on the period's first date
      *    A due day past the end of a short month falls on the
      *    month's last day.
           05  TM-HEADER-DATA REDEFINES TM-LINE-DATA.
               10  TM-SET-ID                PIC X(04).
               10  TM-SET-TOTAL             PIC 9(10).
               10  TM-FREQUENCY             PIC X(01).
                   88  TM-DAILY             VALUE "D".
                   88  TM-WEEKLY            VALUE "W".
                   88  TM-MONTHLY           VALUE "M".
                   88  TM-QUARTERLY         VALUE "Q".
                   88  TM-ANNUAL            VALUE "A".
                   88  TM-EACH-PERIOD       VALUE "P".
                   88  TM-FREQUENCY-VALID   VALUE "D" "W" "M" "Q"
                                                  "A" "P".
               10  TM-DUE-DAY               PIC 9(02).
               10  TM-EFF-DATE              PIC 9(08).
               10  TM-EXP-DATE              PIC 9(08).
               10  TM-DESC                  PIC X(10).
      *    Basis line: one cost center and its weight, with "R" on
      *    the line that absorbs the leftover cents - a BAS record.
           05  TM-BASIS-DATA REDEFINES TM-LINE-DATA.
               10  TM-COST-CTR              PIC X(06).
               10  TM-WEIGHT                PIC 9(10).
               10  TM-RESID-FLAG            PIC X(01).
               10  FILLER                   PIC X(26).
