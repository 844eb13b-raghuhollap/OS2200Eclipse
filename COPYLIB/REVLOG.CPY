      *----------------------------------------------------------------
      *    REVLOG - auto-reversing accrual log record for MAINREV.
      *
      *    A month-end accrual sent through MAININ flagged to reverse
      *    itself is posted as usual, and MAIN appends a PENDING row
      *    here carrying everything the reversal needs.  The first
      *    MAIN run in a later fiscal period feeds each still-pending
      *    accrual back through the normal dispatch as the opposite
      *    posting - same codes, same department calculation - under
      *    its own transaction id, and appends a REVERSED row (or a
      *    FAILED row when the reversal would not validate and went
      *    to suspense instead) naming both ids.  A PENDING row is
      *    settled once any later REVERSED or FAILED row carries its
      *    original id, so nothing is reversed twice and nothing is
      *    rewritten: append-only, never truncated, like TRANHIST.
      *    AUTOREV prints each night's rows.
      *----------------------------------------------------------------
       01  RV-REVERSAL-REC.
           05  RV-EVENT-CODE                PIC X(01).
               88  RV-PENDING               VALUE "P".
               88  RV-REVERSED              VALUE "R".
               88  RV-FAILED                VALUE "F".
      *    The accrual's transaction id, and on a REVERSED or FAILED
      *    row the id the reversal was stamped with - the run id and
      *    cycle of the reversing run plus a sequence from 900001,
      *    clear of the MAININ detail numbering.
           05  RV-ORIG-TRAN-ID              PIC X(16).
           05  RV-REV-TRAN-ID               PIC X(16).
      *    Business date, run and environment of the MAIN run that
      *    wrote the row.
           05  RV-EVENT-DATE                PIC 9(08).
           05  RV-RUN-ID                    PIC X(08).
           05  RV-CYCLE-NO                  PIC 9(02).
           05  RV-ENVIRONMENT               PIC X(01).
           05  RV-REGION                    PIC X(02).
           05  RV-DEPT                      PIC X(02).
           05  RV-SUB                       PIC X(02).
      *    Signed dollar amount as entered and as posted after the
      *    SUBHE surcharge or SUBFI withholding - the accrual's on a
      *    PENDING row, the reversal's (opposite sign) otherwise;
      *    zero posted on a FAILED row.
           05  RV-AMOUNT                    PIC S9(09)V99.
           05  RV-POSTED-AMOUNT             PIC S9(09)V99.
      *    The accounting date and fiscal period the row's posting
      *    booked to.  An accrual is due for reversal once the run
      *    date's fiscal period starts after its accounting date.
           05  RV-ACCT-DATE                 PIC 9(08).
           05  RV-FISC-YEAR                 PIC 9(04).
           05  RV-FISC-PERIOD               PIC 9(02).
      *    Currency leg as on MAINRSLT.  A foreign accrual reverses
      *    at the rate it was converted at, so the two postings
      *    cancel to the cent whatever the rate has done since.
           05  RV-CURRENCY                  PIC X(03).
           05  RV-ORIG-AMOUNT               PIC S9(11)V99.
           05  RV-FX-RATE                   PIC 9(04)V9(06).
      *    Suspense reason and note on a FAILED row, blank elsewhere.
           05  RV-REASON-CODE               PIC X(02).
           05  RV-NOTE                      PIC X(20).
