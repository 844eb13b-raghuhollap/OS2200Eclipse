      *----------------------------------------------------------------
      *    MSTHIST - master-file change history.
      *
      *    Append-only like AUDITLOG, never truncated: one row for every
      *    change the approve run of a maintenance program applies to
      *    CODEMST, RATEMST, LIMITMST, GLMAPMST, CCMST, BUDGMST,
      *    FISCCAL, TMPLMST, PERDSTAT, FXRATMST or BUSCAL, with the
      *    master row as it stood before the change and as it stands
      *    after it (before is spaces on an add, after is spaces on a
      *    budget line, period, template line or calendar date
      *    deleted).  MSTHRPT reports the rows back by master, key
      *    and date range.
      *----------------------------------------------------------------
       01  MH-HISTORY-REC.
           05  MH-MASTER-NAME               PIC X(08).
      *    The key the maintenance program finds the row by, as its
      *    report prints it: code type/code on CODEMST (R/01),
      *    department on RATEMST and LIMITMST, region/dept/sub on
      *    GLMAPMST (01/02/03), cost center on CCMST, region/dept/
      *    sub and fiscal year/period on BUDGMST (01/02/03 2026/04),
      *    fiscal year/period on FISCCAL (2026/09), template id/
      *    line on TMPLMST (RENT01/00), fiscal year/period on
      *    PERDSTAT (2026/08), currency and effective date on
      *    FXRATMST (EUR 20261001), the date on BUSCAL (20261225).
           05  MH-KEY                       PIC X(20).
           05  MH-CHANGE-DATE               PIC 9(08).
           05  MH-ACTION                    PIC X(01).
               88  MH-ADDED                 VALUE "A".
               88  MH-UPDATED               VALUE "U".
               88  MH-EXPIRED               VALUE "X".
               88  MH-DELETED               VALUE "D".
           05  MH-PEND-NO                   PIC 9(06).
           05  MH-SUBMIT-USER               PIC X(08).
           05  MH-APPROVE-USER              PIC X(08).
           05  MH-BEFORE-IMAGE              PIC X(60).
           05  MH-AFTER-IMAGE               PIC X(60).
