               88  HD-RELEASED              VALUE "R".
      *    run id + cycle + detail sequence, sixteen characters.
           05  HD-TRAN-ID                   PIC X(16).
      *    Accounting date from the MAININ detail, zero when none;
      *    goes back to MAIN on the recycle record at release.
           05  HD-ACCT-DATE                 PIC 9(08).
      *    Currency and original-currency amount, as on SUSPREC;
      *    HD-AMOUNT is the converted dollar amount the threshold
      *    was checked against.
           05  HD-CURRENCY                  PIC X(03).
           05  HD-ORIG-AMOUNT               PIC S9(11)V99.
      *    A for a month-end accrual MAININ flagged to reverse
      *    itself in the next fiscal period; it rides the recycle
      *    record back so the reversal is still recorded when the
      *    item finally posts.  Space for anything else.
           05  HD-ACCRUAL-IND               PIC X(01).
               88  HD-AUTO-REVERSE          VALUE "A".
