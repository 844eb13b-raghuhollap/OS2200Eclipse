      *----------------------------------------------------------------
      *    TRANHIST - permanent posted-transaction history.
      *
      *    MAINRSLT is rewritten every night, so last Tuesday's
      *    results are gone by Wednesday.  TRANHIST is the permanent
      *    book: append-only like AUDITLOG, never truncated, one row
      *    per step in an item's life, keyed by the sixteen-character
      *    transaction id MAIN stamps at intake (run id plus cycle
      *    plus detail sequence - so the id itself names the intake
      *    run and cycle).  MAIN writes the suspend / hold / post
      *    and duplicate-queue rows, SUSPFIX the correction,
      *    HOLDREL the release, DUPREL the duplicate review,
      *    SUSPWOF the write-off, GLEXTR the GLINTF run the item
      *    went out on and RATERCLC a retroactive rate adjustment;
      *    TRANINQ reads the rows back in order to trace one item
      *    from intake to ledger.  MAIN also reads the posting rows
      *    back at run start for its cross-day duplicate check.
      *----------------------------------------------------------------
       01  TH-HISTORY-REC.
           05  TH-TRAN-ID                   PIC X(16).
      *    Business date of the step that wrote the row - the run
      *    date for the nightly steps, the day of the daytime run
      *    for SUSPFIX, HOLDREL, SUSPWOF and RATERCLC.
           05  TH-EVENT-DATE                PIC 9(08).
           05  TH-EVENT-CODE                PIC X(02).
               88  TH-SUSPENDED             VALUE "SU".
               88  TH-HELD                  VALUE "HD".
               88  TH-POSTED                VALUE "PO".
               88  TH-CORRECTED             VALUE "CO".
               88  TH-RELEASED              VALUE "RL".
               88  TH-GL-SENT               VALUE "GL".
               88  TH-WRITTEN-OFF           VALUE "WO".
               88  TH-WOFF-SENT             VALUE "WS".
               88  TH-DUP-QUEUED            VALUE "DQ".
               88  TH-DUP-RELEASED          VALUE "DR".
               88  TH-DUP-REJECTED          VALUE "DX".
               88  TH-RATE-ADJUSTED         VALUE "RA".
           05  TH-PROGRAM-ID                PIC X(08).
           05  TH-RUN-ID                    PIC X(08).
           05  TH-CYCLE-NO                  PIC 9(02).
      *    The code triple the item carried at this step - a
      *    SUSPFIX correction row carries the NEW codes, so the
      *    trace shows exactly where the item moved.
           05  TH-REGION                    PIC X(02).
           05  TH-DEPT                      PIC X(02).
           05  TH-SUB                       PIC X(02).
      *    Signed amount as entered, and the amount actually
      *    posted after the SUBHE surcharge or SUBFI withholding
      *    (zero on rows that are not a posting).
           05  TH-AMOUNT                    PIC S9(09)V99.
           05  TH-POSTED-AMOUNT             PIC S9(09)V99.
      *    Suspense reason (RG/DP/SB/PC/AD, and for a foreign-currency
      *    item FX no exchange rate in force, FA original amount not
      *    numeric or too large to convert), hold reason (LV),
      *    duplicate reason (DU), blank elsewhere.  A duplicate-queue
      *    row carries the matched transaction id in TH-NOTE, and a
      *    rate-adjustment row the id of the adjustment it queued,
      *    with the difference as its amount.
           05  TH-REASON-CODE               PIC X(02).
      *    Approver on a release, authorizing user on a write-off.
           05  TH-USER-ID                   PIC X(08).
           05  TH-NOTE                      PIC X(20).
      *    Accounting date: on a posting row the date the item was
      *    booked under (the business date when the detail gave
      *    none), elsewhere the date the item carries, zero when
      *    none.
           05  TH-ACCT-DATE                 PIC 9(08).
