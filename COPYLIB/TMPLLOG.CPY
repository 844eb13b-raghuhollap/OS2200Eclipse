      *----------------------------------------------------------------
      *    TMPLLOG - recurring allocation generation log.
      *
      *    Append-only, like AUDITLOG: TMPLGEN writes one run row
      *    for every business date and cycle it runs, and one
      *    generated row for every template it writes into COBADDIN,
      *    with the scheduled date the set was due for.  The run
      *    rows tell the next night where its due-date window
      *    starts, so a template due on a weekend or a missed night
      *    is caught up on the next run; the generated rows stop a
      *    scheduled date being allocated twice by a supplemental
      *    cycle or a catch-up run.  A rerun of the same date and
      *    cycle regenerates the same sets.
      *----------------------------------------------------------------
       01  TG-LOG-REC.
           05  TG-ROW-TYPE                  PIC X(01).
               88  TG-RUN-ROW               VALUE "R".
               88  TG-GENERATED-ROW         VALUE "G".
           05  TG-RUN-DATE                  PIC 9(08).
           05  TG-CYCLE-NO                  PIC 9(02).
           05  TG-TEMPLATE-ID               PIC X(06).
           05  TG-SCHED-DATE                PIC 9(08).
           05  TG-SET-ID                    PIC X(04).
           05  TG-SET-TOTAL                 PIC 9(10).
           05  TG-BASIS-COUNT               PIC 9(02).
