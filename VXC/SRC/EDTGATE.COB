       FD  PAIR-FILE.
       01  PAIR-EDIT-REC                PIC X(29).
       FD  TRAN-FILE.
       01  TRAN-EDIT-REC                PIC X(46).
       FD  LAYOUT-FILE.
       01  LAYOUT-EDIT-REC.
           05  LAYE-FIELD-NAME          PIC X(15).
                       MOVE "CODE TRIPLE MISSING"
                           TO WS-EDIT-REASON
                   ELSE
      *                Currency: blank or USD carries the dollar
      *                amount; any other code carries the original
      *                amount and MAIN converts it, so only the
      *                amount that will be used has to be numeric.
                       IF TRAN-EDIT-REC (30:3) = SPACES
                          OR TRAN-EDIT-REC (30:3) = "USD"
                           IF TRAN-EDIT-REC (10:11) IS NOT NUMERIC
                               MOVE "AMOUNT NOT NUMERIC"
                                   TO WS-EDIT-REASON
                           END-IF
                       ELSE
                           IF TRAN-EDIT-REC (33:13) IS NOT NUMERIC
                               MOVE "ORIGINAL AMOUNT NOT NUMERIC"
                                   TO WS-EDIT-REASON
                           END-IF
                       END-IF
                       IF WS-EDIT-REASON = SPACES
      *                    Debit/credit indicator: C reverses, D or
      *                    space posts as entered - anything else is
      *                    a shifted column, caught here.
                               MOVE "BAD DEBIT/CREDIT INDICATOR"
                                   TO WS-EDIT-REASON
                           END-IF
      *                    Accounting date: blank books to the run
      *                    date; MAIN judges the period itself.
                           IF WS-EDIT-REASON = SPACES
                              AND TRAN-EDIT-REC (22:8) NOT = SPACES
                              AND TRAN-EDIT-REC (22:8) IS NOT NUMERIC
                               MOVE "ACCOUNTING DATE NOT NUMERIC"
                                   TO WS-EDIT-REASON
                           END-IF
      *                    Accrual flag: A reverses itself in the
      *                    next fiscal period, space posts once.
                           IF WS-EDIT-REASON = SPACES
                              AND TRAN-EDIT-REC (46:1) NOT = "A"
                              AND TRAN-EDIT-REC (46:1) NOT = SPACE
                               MOVE "BAD ACCRUAL INDICATOR"
                                   TO WS-EDIT-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN "TRL"
