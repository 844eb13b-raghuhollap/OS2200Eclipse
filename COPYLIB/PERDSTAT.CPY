      *----------------------------------------------------------------
      *    PERDSTAT - fiscal period status file record.
      *
      *    One row per FISCCAL period finance has started to close,
      *    maintained by PSTATMNT from analyst-submitted (and
      *    separately approved) changes.  A period with no row is
      *    open.  MAIN reads it to decide whether an item back-dated
      *    into a period may still post there:
      *      O  open - items dated into it post to it
      *      S  soft-closed - items still post, but each one is
      *         flagged on AUDITLOG as a late posting finance is
      *         closing over
      *      H  hard-closed - items dated into it are suspended
      *         (reason PC) and nothing reopens it
      *----------------------------------------------------------------
       01  PS-STATUS-REC.
           05  PS-PERIOD-KEY.
               10  PS-FISC-YEAR             PIC 9(04).
               10  PS-FISC-PERIOD           PIC 9(02).
           05  PS-STATUS                    PIC X(01).
               88  PS-OPEN                  VALUE "O".
               88  PS-SOFT-CLOSED           VALUE "S".
               88  PS-HARD-CLOSED           VALUE "H".
               88  PS-STATUS-VALID          VALUE "O" "S" "H".
           05  PS-STATUS-DATE               PIC 9(08).
           05  PS-STATUS-USER               PIC X(08).
