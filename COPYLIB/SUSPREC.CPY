               88  SU-BAD-REGION            VALUE "RG".
               88  SU-BAD-DEPT              VALUE "DP".
               88  SU-BAD-SUB               VALUE "SB".
      *    The accounting date falls in a PERDSTAT hard-closed
      *    period, or is not a date MAIN can post under (not a real
      *    date, after the business date, in no fiscal period, or
      *    older than the prior period).
               88  SU-PERIOD-CLOSED         VALUE "PC".
               88  SU-BAD-ACCT-DATE         VALUE "AD".
      *    A foreign-currency item with no FXRATMST rate in force for
      *    the business date, and one whose original amount is not
      *    numeric or will not convert into the dollar field.  An
      *    FX item needs no code correction - SUSPFIX recycles it
      *    as it stands once treasury has the rate on file.
               88  SU-NO-FX-RATE            VALUE "FX".
               88  SU-BAD-FX-AMOUNT         VALUE "FA".
      *    WRITTEN-OFF is the terminal state for items whose codes
      *    can never be corrected (a disbanded department, a junk
      *    intake row): SUSPWOF sets it from an authorized input,
      *    still goes out on the next extract instead of falling
      *    through the gap.
           05  SU-WOFF-SENT-DATE            PIC 9(08).
      *    Accounting date from the MAININ detail (zero when none
      *    was given - the item posts under the business date of
      *    the run that posts it).  SUSPFIX may re-date it, and it
      *    goes back to MAIN on the recycle record.
           05  SU-ACCT-DATE                 PIC 9(08).
      *    The currency the item was entered in (USD for a dollar
      *    item) and its amount in that currency; SU-AMOUNT is the
      *    dollar amount, zero when no rate was in force.  Rows
      *    written before currencies came in carry spaces here.
           05  SU-CURRENCY                  PIC X(03).
           05  SU-ORIG-AMOUNT               PIC S9(11)V99.
      *    A for a month-end accrual MAININ flagged to reverse
      *    itself in the next fiscal period; it rides the recycle
      *    record back so the reversal is still recorded when the
      *    item finally posts.  Space for anything else.
           05  SU-ACCRUAL-IND               PIC X(01).
               88  SU-AUTO-REVERSE          VALUE "A".
