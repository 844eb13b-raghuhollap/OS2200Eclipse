      *----------------------------------------------------------------
      *    DUPREC - suspected-duplicate review record for MAINDUPQ.
      *
      *    Written by MAIN when a validated transaction matches a
      *    posting already on the TRANHIST history (or one posted
      *    earlier the same night) on region/dept/sub and signed
      *    amount within the duplicate window - the department
      *    that keyed the same posting into two days' extracts, or
      *    twice into one.  The item waits here instead of posting.
      *    A reviewer decides each one in the daytime DUPREL run:
      *    RELEASED items go back through the recycle path flagged
      *    so MAIN does not queue them a second time, REJECTED
      *    items are cancelled and never post.  Like MAINHOLD, a
      *    persistent work queue - extended, never truncated.
      *----------------------------------------------------------------
       01  DQ-DUP-REC.
           05  DQ-RUN-ID                    PIC X(08).
           05  DQ-QUEUE-DATE                PIC 9(08).
           05  DQ-REGION                    PIC X(02).
           05  DQ-DEPT                      PIC X(02).
           05  DQ-SUB                       PIC X(02).
           05  DQ-AMOUNT                    PIC S9(09)V99.
           05  DQ-REASON-CODE               PIC X(02).
               88  DQ-SUSPECT-DUP           VALUE "DU".
           05  DQ-STATUS                    PIC X(01).
               88  DQ-QUEUED                VALUE "Q".
               88  DQ-RELEASED              VALUE "R".
               88  DQ-REJECTED              VALUE "X".
      *    run id + cycle + detail sequence, sixteen characters.
           05  DQ-TRAN-ID                   PIC X(16).
      *    The earlier posting this item matched, and the business
      *    date it posted under.
           05  DQ-MATCH-TRAN-ID             PIC X(16).
           05  DQ-MATCH-DATE                PIC 9(08).
      *    Review stamp, zero/spaces until DUPREL decides the item.
           05  DQ-REVIEW-DATE               PIC 9(08).
           05  DQ-REVIEW-USER               PIC X(08).
           05  DQ-REVIEW-NOTE               PIC X(20).
      *    Accounting date from the MAININ detail, zero when none;
      *    goes back to MAIN on the recycle record at release.
           05  DQ-ACCT-DATE                 PIC 9(08).
      *    Currency and original-currency amount, as on SUSPREC;
      *    DQ-AMOUNT is the converted dollar amount that matched.
           05  DQ-CURRENCY                  PIC X(03).
           05  DQ-ORIG-AMOUNT               PIC S9(11)V99.
      *    A for a month-end accrual MAININ flagged to reverse
      *    itself in the next fiscal period; it rides the recycle
      *    record back so the reversal is still recorded when the
      *    item finally posts.  Space for anything else.
           05  DQ-ACCRUAL-IND               PIC X(01).
               88  DQ-AUTO-REVERSE          VALUE "A".
