      *                                                                *
      *  Period-end consolidation report.                              *
      *                                                                *
      *  One run at period end replaces the half-day hand re-adding    *
      *  of thirty nightly files:                                      *
      *    - COBADD split totals and exception counts by run date,     *
      *      folded from the period's audit rows (live AUDITLOG plus   *
      *      the rows HSKEEP already archived to RUNHIST)              *
      *    - MAIN posting totals by region and by department from      *
      *      the DISTMST position, period against prior period, with   *
      *      the fiscal year-to-date alongside                         *
      *    - suspense carried forward: open MAINSUSP items and value   *
      *                                                                *
      *  Periods are the finance calendar's, looked up on FISCCAL      *
      *  through FISCPER - the run dates and write-off dates that      *
      *  count are those between the period's start and end dates.     *
      *  No calendar, or a period not on it, stops the report with     *
      *  condition code 8 so the roll behind it does not run.          *
      *                                                                *
      *  Run from MONTHEND.ECL BEFORE the DISTPOST RESET roll, so      *
      *  the period-to-date buckets still hold the closing period.     *
      *                                                                *
      *  Arguments: fiscal period (YYYYPP, default the period today    *
      *  falls in), then the environment letter.                       *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-ARG-1                    PIC X(08) VALUE SPACE.
       01  WS-ARG-2                    PIC X(08) VALUE SPACE.
       01  WS-PERIOD                   PIC X(06).
       01  WS-PERIOD-DISP              PIC X(07) VALUE SPACE.
       01  WS-PERIOD-START             PIC X(08).
       01  WS-PERIOD-END               PIC X(08).
       01  WS-FISCAL-SW                PIC X(01) VALUE "Y".
           88  WS-FISCAL-OK            VALUE "Y".
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
               10  WS-AG-PTD-AMOUNT    PIC S9(12)V99.
               10  WS-AG-PRI-COUNT     PIC 9(07).
               10  WS-AG-PRI-AMOUNT    PIC S9(12)V99.
               10  WS-AG-YTD-AMOUNT    PIC S9(12)V99.
       01  WS-AG-WORK-KIND             PIC X(01).
       01  WS-AG-WORK-KEY              PIC X(02).
       01  WS-SUSP-OPEN-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISP-2             PIC ZZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISP-2            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISP-3            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       COPY P1RUN.
       COPY FISCPARM.

       PROCEDURE DIVISION.
       A000-CONTROL.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2.
           PERFORM P0005-INIT-RUN-CONTROL.
           PERFORM P0010-FIND-FISCAL-PERIOD.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           IF WS-FISCAL-OK
               STRING "PERDEND - PERIOD-END CONSOLIDATION - "
                      "FISCAL PERIOD " WS-PERIOD-DISP
                      " (" WS-PERIOD-START " - " WS-PERIOD-END ")"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "PERDEND - PERIOD-END CONSOLIDATION - "
                      "PERIOD " WS-PERIOD
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF NOT WS-FISCAL-OK
               MOVE SPACES TO REPORT-REC
               IF FP-NO-CALENDAR
                   MOVE "NO FISCCAL CALENDAR - REPORT NOT PRODUCED"
                       TO REPORT-REC
               ELSE
                   STRING "PERIOD " WS-PERIOD
                          " IS NOT ON THE FISCCAL CALENDAR"
                          " - REPORT NOT PRODUCED"
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM B000-FOLD-AUDIT-ROWS
               PERFORM C000-FOLD-DIST-MASTER
               PERFORM D000-COUNT-SUSPENSE
               PERFORM E000-WRITE-REPORT
           END-IF.

           CLOSE REPORT-FILE.
           STOP RUN.
               MOVE WS-ARG-1 (1:6) TO WS-PERIOD
               MOVE WS-ARG-2 (1:1) TO WS-ENV-PARM
           ELSE
               MOVE SPACES TO WS-PERIOD
               MOVE WS-ARG-1 (1:1) TO WS-ENV-PARM
           END-IF.
           EVALUATE WS-ENV-PARM
       P0005-EXIT.
           EXIT.

      *    A period argument is looked up as year and period; with
      *    none, the period today falls in is reported.  The window
      *    is kept as text to compare straight against run ids.
       P0010-FIND-FISCAL-PERIOD.
           IF WS-PERIOD IS NUMERIC
               SET FP-BY-PERIOD TO TRUE
               MOVE WS-PERIOD (1:4) TO FP-FISC-YEAR
               MOVE WS-PERIOD (5:2) TO FP-FISC-PERIOD
           ELSE
               SET FP-BY-DATE TO TRUE
               MOVE P1-SYSTEM-DATE TO FP-REQUEST-DATE
           END-IF.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           IF FP-PERIOD-FOUND
               MOVE FP-FISC-YEAR TO WS-PERIOD (1:4)
               MOVE FP-FISC-PERIOD TO WS-PERIOD (5:2)
               STRING WS-PERIOD (1:4) "/" WS-PERIOD (5:2)
                   DELIMITED BY SIZE INTO WS-PERIOD-DISP
               MOVE FP-START-DATE TO WS-PERIOD-START
               MOVE FP-END-DATE TO WS-PERIOD-END
           ELSE
               MOVE "N" TO WS-FISCAL-SW
           END-IF.
       P0010-EXIT.
           EXIT.

      *    The period's COBADD audit rows may be live, archived by
      *    HSKEEP, or both - both sources are folded, so the close
      *    does not depend on when housekeeping last ran.
       B000-FOLD-AUDIT-ROWS.
      *    count as production.
       B100-FOLD-ONE-ROW.
           IF AU-PROGRAM-ID NOT = "COBADD"
              OR AU-RUN-ID < WS-PERIOD-START
              OR AU-RUN-ID > WS-PERIOD-END
               CONTINUE
           ELSE
               IF (P1-ENV-PRODUCTION
               MOVE ZERO TO WS-AG-PTD-AMOUNT (WS-AG-MATCH-IDX)
               MOVE ZERO TO WS-AG-PRI-COUNT (WS-AG-MATCH-IDX)
               MOVE ZERO TO WS-AG-PRI-AMOUNT (WS-AG-MATCH-IDX)
               MOVE ZERO TO WS-AG-YTD-AMOUNT (WS-AG-MATCH-IDX)
           END-IF.
           IF WS-AG-MATCH-IDX > ZERO
               ADD DM-PTD-COUNT
                   TO WS-AG-PRI-COUNT (WS-AG-MATCH-IDX)
               ADD DM-PRIOR-PTD-AMOUNT
                   TO WS-AG-PRI-AMOUNT (WS-AG-MATCH-IDX)
               ADD DM-YTD-AMOUNT
                   TO WS-AG-YTD-AMOUNT (WS-AG-MATCH-IDX)
           END-IF.
       C100-EXIT.
           EXIT.
                                   ADD SU-AMOUNT
                                       TO WS-SUSP-OPEN-AMOUNT
                               WHEN SU-WRITTEN-OFF
                                AND SU-WOFF-DATE >= FP-START-DATE
                                AND SU-WOFF-DATE <= FP-END-DATE
                                   ADD 1 TO WS-SUSP-WOFF-COUNT
                                   ADD SU-AMOUNT
                                       TO WS-SUSP-WOFF-AMOUNT
                       TO WS-AMOUNT-DISP
                   MOVE WS-AG-PRI-AMOUNT (WS-AG-IDX)
                       TO WS-AMOUNT-DISP-2
                   MOVE WS-AG-YTD-AMOUNT (WS-AG-IDX)
                       TO WS-AMOUNT-DISP-3
                   MOVE WS-AG-PTD-COUNT (WS-AG-IDX)
                       TO WS-COUNT-DISP
                   STRING "  " WS-AG-KEY (WS-AG-IDX)
                          " COUNT " WS-COUNT-DISP
                          " AMOUNT " WS-AMOUNT-DISP
                          " PRIOR " WS-AMOUNT-DISP-2
                          " YTD " WS-AMOUNT-DISP-3
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
