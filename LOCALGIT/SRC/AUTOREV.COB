       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTOREV.
      ******************************************************************
      *                                                                *
      *  Auto-reversing accrual report from MAINREV.                   *
      *                                                                *
      *  MAIN posts a month-end accrual flagged to reverse itself      *
      *  like any other item and logs it PENDING on MAINREV; the       *
      *  first MAIN run of a later fiscal period posts the opposite    *
      *  entry and logs it REVERSED, or FAILED where the reversal      *
      *  would not validate and went to suspense instead.  This        *
      *  nightly step, behind MAIN, prints the night's rows on         *
      *  AUTORPT in three sections - accruals posted, reversals        *
      *  generated, reversals failed - with the accruals still         *
      *  waiting, so finance sees every accrual come back out          *
      *  without reconciling it by hand.                               *
      *                                                                *
      *  Only rows written under this run id, cycle and environment    *
      *  are listed.  A failed reversal is an operator item tonight:   *
      *  the step ends with condition code 4 and the item is worked    *
      *  off through SUSPFIX.  No MAINREV yet is nothing to report.    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "MAINREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINREV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-FILE.
       COPY REVLOG.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-MAINREV-STATUS           PIC X(02).
           88  WS-MAINREV-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACE.
       01  WS-CYCLE-PARM-X             PIC X(02) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-RV-EOF-SW                PIC X(01).
           88  WS-RV-EOF               VALUE "Y".
      *    Which rows the current pass lists - P, R or F.
       01  WS-SECTION-CODE             PIC X(01).
       01  WS-SECTION-COUNT            PIC 9(06).
       01  WS-ACCRUAL-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06) VALUE ZERO.
      *    Every REVERSED or FAILED row settles exactly one PENDING
      *    row, so what is still waiting is the difference across
      *    the whole log for the environment.
       01  WS-ALL-PENDING-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ALL-SETTLED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-ACCRUAL-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-POSTED-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-DISP               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ORIG-DISP                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RATE-DISP                PIC ZZZ9.999999.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "AUTOREV - AUTO-REVERSING ACCRUALS  RUN "
                  P1-RUN-ID " CYCLE " P1-CYCLE-NO
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           OPEN INPUT REVERSAL-FILE.
           IF NOT WS-MAINREV-OK
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "AUTOREV: no MAINREV on file - no accruals yet"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "MAINREV" TO AU-KEY-INPUT
               MOVE "NO REVERSAL LOG ON FILE - NOTHING REPORTED"
                   TO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           ELSE
               CLOSE REVERSAL-FILE
               MOVE "P" TO WS-SECTION-CODE
               PERFORM B000-LIST-SECTION
               MOVE "R" TO WS-SECTION-CODE
               PERFORM B000-LIST-SECTION
               MOVE "F" TO WS-SECTION-CODE
               PERFORM B000-LIST-SECTION
               PERFORM E000-WRITE-TOTALS

               MOVE SPACES TO AU-KEY-INPUT
               MOVE WS-ACCRUAL-COUNT TO WS-COUNT-DISP
               STRING "MAINREV ACCRUALS=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
               MOVE SPACES TO AU-KEY-OUTPUT
               STRING "REVERSED=" WS-REVERSED-COUNT
                      " FAILED=" WS-FAILED-COUNT
                      " WAITING=" WS-WAITING-COUNT
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               IF WS-FAILED-COUNT > ZERO
                   MOVE 90 TO AU-RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO AU-RETURN-CODE
               END-IF
               PERFORM L900-WRITE-AUDIT
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    Run date, cycle and environment as MAIN takes them, so
      *    the step picks out exactly the rows MAIN stamped.
       P0005-INIT-RUN-CONTROL.
           ACCEPT WS-CMD-LINE      FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM.
      *    A lone single-letter argument is the environment, not a
      *    run date - the test deck passes just "T".
           IF WS-RUN-DATE-PARM (1:1) NOT = SPACE
              AND WS-RUN-DATE-PARM (2:7) = SPACES
              AND WS-RUN-DATE-PARM IS NOT NUMERIC
              AND WS-ENV-PARM = SPACE
               MOVE WS-RUN-DATE-PARM (1:1) TO WS-ENV-PARM
               MOVE SPACES TO WS-RUN-DATE-PARM
           END-IF.
      *    A letter in the cycle slot is the environment of a run
      *    with no cycle argument - "20260902 T" still works.
           IF WS-CYCLE-PARM-X (1:1) NOT = SPACE
              AND WS-CYCLE-PARM-X IS NOT NUMERIC
              AND WS-ENV-PARM = SPACE
               MOVE WS-CYCLE-PARM-X (1:1) TO WS-ENV-PARM
               MOVE SPACES TO WS-CYCLE-PARM-X
           END-IF.
           IF WS-CYCLE-PARM-X (1:1) IS NUMERIC
              AND WS-CYCLE-PARM-X (2:1) = SPACE
               MOVE WS-CYCLE-PARM-X (1:1) TO WS-CYCLE-PARM-X (2:1)
               MOVE "0" TO WS-CYCLE-PARM-X (1:1)
           END-IF.
           MOVE 1 TO P1-CYCLE-NO.
           IF WS-CYCLE-PARM-X IS NUMERIC
              AND WS-CYCLE-PARM-X NOT = "00"
               MOVE WS-CYCLE-PARM-X TO P1-CYCLE-NO
           END-IF.
           ACCEPT P1-SYSTEM-DATE   FROM DATE YYYYMMDD.
           IF WS-RUN-DATE-PARM IS NUMERIC
               MOVE WS-RUN-DATE-PARM TO P1-RUN-DATE
           ELSE
               MOVE P1-SYSTEM-DATE   TO P1-RUN-DATE
           END-IF.
           MOVE P1-RUN-DATE        TO P1-RUN-ID.
           EVALUATE WS-ENV-PARM
               WHEN "T"
               WHEN "t"
                   SET P1-ENV-TEST        TO TRUE
               WHEN "D"
               WHEN "d"
                   SET P1-ENV-DEVELOPMENT TO TRUE
               WHEN OTHER
                   SET P1-ENV-PRODUCTION  TO TRUE
           END-EVALUATE.
           SET P1-RESTART-NO       TO TRUE.
       P0005-EXIT.
           EXIT.

      *    One pass of MAINREV per section, so each section comes
      *    out in the order MAIN wrote it.  The first pass also
      *    takes the whole-log counts the waiting figure comes from.
       B000-LIST-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           EVALUATE WS-SECTION-CODE
               WHEN "P"
                   MOVE "ACCRUALS POSTED - REVERSE IN A LATER PERIOD"
                       TO REPORT-REC
               WHEN "R"
                   MOVE "REVERSALS GENERATED" TO REPORT-REC
               WHEN OTHER
                   MOVE "REVERSALS FAILED - SENT TO SUSPENSE"
                       TO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF WS-SECTION-CODE = "P"
               STRING "  ACCRUAL ID       CODES   "
                      "          AMOUNT          POSTED"
                      " ACCT DATE PERIOD  CCY"
                      "    ORIGINAL AMOUNT        RATE"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "  REVERSAL ID      ACCRUAL ID       CODES   "
                      "          AMOUNT          POSTED"
                      " PERIOD  CCY  REASON"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-RV-EOF-SW.
           OPEN INPUT REVERSAL-FILE.
           PERFORM UNTIL WS-RV-EOF
               READ REVERSAL-FILE
                   AT END
                       MOVE "Y" TO WS-RV-EOF-SW
                   NOT AT END
                       PERFORM C000-CHECK-ROW
               END-READ
           END-PERFORM.
           CLOSE REVERSAL-FILE.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NONE THIS RUN" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       B000-EXIT.
           EXIT.

       C000-CHECK-ROW.
           IF RV-ENVIRONMENT = P1-ENVIRONMENT
               IF WS-SECTION-CODE = "P"
                   IF RV-PENDING
                       ADD 1 TO WS-ALL-PENDING-COUNT
                   ELSE
                       ADD 1 TO WS-ALL-SETTLED-COUNT
                   END-IF
               END-IF
               IF RV-EVENT-CODE = WS-SECTION-CODE
                  AND RV-RUN-ID = P1-RUN-ID
                  AND RV-CYCLE-NO = P1-CYCLE-NO
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM D000-PRINT-ROW
               END-IF
           END-IF.
       C000-EXIT.
           EXIT.

       D000-PRINT-ROW.
           MOVE RV-AMOUNT TO WS-AMOUNT-DISP.
           MOVE RV-POSTED-AMOUNT TO WS-POSTED-DISP.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
               WHEN RV-PENDING
                   ADD 1 TO WS-ACCRUAL-COUNT
                   ADD RV-POSTED-AMOUNT TO WS-ACCRUAL-TOTAL
                   MOVE RV-ORIG-AMOUNT TO WS-ORIG-DISP
                   MOVE RV-FX-RATE TO WS-RATE-DISP
                   STRING "  " RV-ORIG-TRAN-ID
                          " " RV-REGION "/" RV-DEPT "/" RV-SUB
                          " " WS-AMOUNT-DISP " " WS-POSTED-DISP
                          " " RV-ACCT-DATE
                          " " RV-FISC-YEAR "/" RV-FISC-PERIOD
                          " " RV-CURRENCY " " WS-ORIG-DISP
                          " " WS-RATE-DISP
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN RV-REVERSED
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD RV-POSTED-AMOUNT TO WS-REVERSED-TOTAL
                   STRING "  " RV-REV-TRAN-ID " " RV-ORIG-TRAN-ID
                          " " RV-REGION "/" RV-DEPT "/" RV-SUB
                          " " WS-AMOUNT-DISP " " WS-POSTED-DISP
                          " " RV-FISC-YEAR "/" RV-FISC-PERIOD
                          " " RV-CURRENCY
                       DELIMITED BY SIZE INTO REPORT-REC
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   STRING "  " RV-REV-TRAN-ID " " RV-ORIG-TRAN-ID
                          " " RV-REGION "/" RV-DEPT "/" RV-SUB
                          " " WS-AMOUNT-DISP " " WS-POSTED-DISP
                          "         " RV-CURRENCY
                          "  " RV-REASON-CODE " " RV-NOTE
                       DELIMITED BY SIZE INTO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.
       D000-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           IF WS-ALL-PENDING-COUNT > WS-ALL-SETTLED-COUNT
               COMPUTE WS-WAITING-COUNT =
                   WS-ALL-PENDING-COUNT - WS-ALL-SETTLED-COUNT
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-ACCRUAL-COUNT TO WS-COUNT-DISP.
           MOVE WS-ACCRUAL-TOTAL TO WS-TOTAL-DISP.
           STRING "ACCRUALS POSTED:     " WS-COUNT-DISP
                  "  POSTED " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISP.
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-DISP.
           STRING "REVERSALS GENERATED: " WS-COUNT-DISP
                  "  POSTED " WS-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISP.
           STRING "REVERSALS FAILED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISP.
           STRING "ACCRUALS WAITING:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       E000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "AUTOREV"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
