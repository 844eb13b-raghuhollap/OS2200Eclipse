       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDVAR.
      ******************************************************************
      *                                                                *
      *  Budget-versus-actual variance report.                         *
      *                                                                *
      *  Runs after DISTPOST in the nightly, and again from the        *
      *  period-end deck ahead of the RESET roll, and compares the     *
      *  DISTMST position of every region/dept/sub with its BUDGMST    *
      *  budget so overspending shows up mid-period and not after      *
      *  the close.  Two lines per key on BUDVRPT:                     *
      *    PERIOD  the open period's budget against DM-PTD-AMOUNT      *
      *    YTD     the budget for the fiscal year up to and            *
      *            including the open period against the actual for    *
      *            the same span - the earlier periods' postings from  *
      *            the TRANHIST posting rows plus DM-PTD-AMOUNT        *
      *  Each line shows the amount and percentage variance (actual    *
      *  less budget, so a positive variance is an overspend), with    *
      *  subtotals by department within region, by region and for      *
      *  the whole book.  A line whose variance is over the tolerance  *
      *  percentage is flagged OVER TOL; a line with spending and no   *
      *  budget at all is flagged NO BUDGET.  A flagged key line ends  *
      *  the step with condition code 4 so the operator sees it in     *
      *  the run summary; the report itself never stops the nightly.   *
      *                                                                *
      *  Read-only against DISTMST, BUDGMST and TRANHIST.              *
      *                                                                *
      *  Arguments: [tolerance] [run date] [cycle] [environment].      *
      *  The optional leading tolerance is a whole percentage of one   *
      *  to three digits (10 when omitted).  The fiscal period         *
      *  reported is the one the run date falls in on the FISCCAL      *
      *  calendar (FISCPER); a run date on no period stops the step    *
      *  with condition code 8.                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-MASTER-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DIST-KEY
               FILE STATUS IS WS-DISTMST-STATUS.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGMST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-MASTER-FILE.
       COPY DISTREC.
       FD  BUDGET-MASTER-FILE.
       COPY BUDGMST.
       FD  HISTORY-FILE.
       COPY TRANHIST.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-DISTMST-STATUS           PIC X(02).
           88  WS-DISTMST-OK           VALUE "00" "05".
       01  WS-BUDGMST-STATUS           PIC X(02).
           88  WS-BUDGMST-OK           VALUE "00".
       01  WS-HISTORY-STATUS           PIC X(02).
           88  WS-HISTORY-OK           VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-CMD-PTR                  PIC 9(03) COMP.
       01  WS-TOL-PARM                 PIC X(08) VALUE SPACE.
       01  WS-TOL-ARG-SW               PIC X(01) VALUE "N".
           88  WS-TOL-ARG-GIVEN        VALUE "Y".
       01  WS-TOLERANCE                PIC 9(03) VALUE 10.
       01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACE.
       01  WS-CYCLE-PARM-X             PIC X(02) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-MST-EOF-SW               PIC X(01) VALUE "N".
           88  WS-MST-EOF              VALUE "Y".
       01  WS-BUD-EOF-SW               PIC X(01) VALUE "N".
           88  WS-BUD-EOF              VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-HIST-EOF             VALUE "Y".
       01  WS-DISTMST-FAIL-SW          PIC X(01) VALUE "N".
           88  WS-DISTMST-FAILED       VALUE "Y".
       01  WS-FISCAL-SW                PIC X(01) VALUE "Y".
           88  WS-FISCAL-OK            VALUE "Y".
      *    The open fiscal period and the dates that bound it: the
      *    year-to-date actual is the TRANHIST postings from the
      *    year start up to the day before the period start, plus
      *    the period-to-date on DISTMST.
       01  WS-FISC-YEAR                PIC 9(04).
       01  WS-FISC-PERIOD              PIC 9(02).
       01  WS-YEAR-START-DATE          PIC 9(08).
       01  WS-PERIOD-START-DATE        PIC 9(08).
       01  WS-BOOK-DATE                PIC 9(08).
      *    One row per region/dept/sub seen on either side, kept in
      *    key order as it is built so the report can break on
      *    department and region however the budget rows were keyed.
       01  WS-KEY-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-KEY-OVERFLOW         VALUE "Y".
       01  WS-KEY-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-KEY-IDX                  PIC 9(04) COMP.
       01  WS-SHIFT-IDX                PIC 9(04) COMP.
       01  WS-PLACE-IDX                PIC 9(04) COMP.
       01  WS-FIND-KEY.
           05  WS-FIND-REGION          PIC X(02).
           05  WS-FIND-DEPT            PIC X(02).
           05  WS-FIND-SUB             PIC X(02).
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY            OCCURS 2000 TIMES.
               10  WS-KEY-ID.
                   15  WS-KEY-REGION   PIC X(02).
                   15  WS-KEY-DEPT     PIC X(02).
                   15  WS-KEY-SUB      PIC X(02).
               10  WS-KEY-PER-BUDGET   PIC S9(13)V99.
               10  WS-KEY-YTD-BUDGET   PIC S9(13)V99.
               10  WS-KEY-PTD-ACTUAL   PIC S9(13)V99.
               10  WS-KEY-PRIOR-ACTUAL PIC S9(13)V99.
      *    Running totals for the department and region breaks and
      *    the whole book.
       01  WS-PREV-REGION              PIC X(02).
       01  WS-PREV-DEPT                PIC X(02).
       01  WS-DEPT-TOTALS.
           05  WS-DT-PER-BUDGET        PIC S9(13)V99.
           05  WS-DT-PER-ACTUAL        PIC S9(13)V99.
           05  WS-DT-YTD-BUDGET        PIC S9(13)V99.
           05  WS-DT-YTD-ACTUAL        PIC S9(13)V99.
       01  WS-REGION-TOTALS.
           05  WS-RT-PER-BUDGET        PIC S9(13)V99.
           05  WS-RT-PER-ACTUAL        PIC S9(13)V99.
           05  WS-RT-YTD-BUDGET        PIC S9(13)V99.
           05  WS-RT-YTD-ACTUAL        PIC S9(13)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-PER-BUDGET        PIC S9(13)V99.
           05  WS-GT-PER-ACTUAL        PIC S9(13)V99.
           05  WS-GT-YTD-BUDGET        PIC S9(13)V99.
           05  WS-GT-YTD-ACTUAL        PIC S9(13)V99.
      *    The pair of lines being printed - a key, a subtotal or the
      *    grand total - and the variance worked for one of them.
       01  WS-LINE-LABEL               PIC X(12).
       01  WS-LINE-PER-BUDGET          PIC S9(13)V99.
       01  WS-LINE-PER-ACTUAL          PIC S9(13)V99.
       01  WS-LINE-YTD-BUDGET          PIC S9(13)V99.
       01  WS-LINE-YTD-ACTUAL          PIC S9(13)V99.
       01  WS-LINE-FLAG-SW             PIC X(01).
           88  WS-LINE-FLAGGED         VALUE "Y".
       01  WS-CALC-BASIS               PIC X(06).
       01  WS-CALC-BUDGET              PIC S9(13)V99.
       01  WS-CALC-ACTUAL              PIC S9(13)V99.
       01  WS-CALC-VARIANCE            PIC S9(13)V99.
       01  WS-CALC-PCT                 PIC S9(05)V9.
       01  WS-CALC-FLAG                PIC X(10).
       01  WS-BUDGET-DISP              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ACTUAL-DISP              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-VARIANCE-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-DISP                 PIC ZZZZ9.9-.
       01  WS-PCT-TEXT                 PIC X(08).
       01  WS-BUD-ROW-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-DIST-ROW-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-HIST-ROW-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-FLAGGED-DISP             PIC ZZZZZ9.
       01  WS-TOL-DISP                 PIC 9(03).
       COPY P1RUN.
       COPY FISCPARM.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           PERFORM A050-PARSE-ARGUMENTS.
           PERFORM P0005-INIT-RUN-CONTROL.
           PERFORM A100-SET-FISCAL-PERIOD.

           OPEN OUTPUT REPORT-FILE.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE WS-TOLERANCE TO WS-TOL-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "BUDVAR - BUDGET VERSUS ACTUAL - FISCAL YEAR "
                  WS-FISC-YEAR " PERIOD " WS-FISC-PERIOD
                  " - RUN ID " P1-RUN-ID
                  " - TOLERANCE " WS-TOL-DISP "%"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-FISCAL-OK
               PERFORM B000-LOAD-BUDGETS
           END-IF.
           IF NOT WS-KEY-OVERFLOW AND WS-FISCAL-OK
               PERFORM C000-LOAD-POSITIONS
           END-IF.
           IF NOT WS-KEY-OVERFLOW
              AND NOT WS-DISTMST-FAILED
               PERFORM C500-LOAD-EARLIER-POSTINGS
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-FISCAL-OK
                   MOVE SPACES TO REPORT-REC
                   STRING "BUDVAR: RUN DATE " P1-RUN-DATE
                          " IN NO FISCCAL PERIOD - RUN STOPPED"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISTMST-FAILED
                   MOVE "BUDVAR: DISTMST WOULD NOT OPEN - RUN STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               WHEN WS-KEY-OVERFLOW
                   MOVE "BUDVAR: OVER 2000 KEYS - RUN STOPPED"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM D000-WRITE-REPORT
                   IF WS-FLAGGED-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    An optional leading argument of one to three digits is
      *    the tolerance percentage; it cannot be mistaken for an
      *    eight-digit run date or an environment letter - the same
      *    rule MAIN applies to its duplicate window.
       A050-PARSE-ARGUMENTS.
           MOVE 1 TO WS-CMD-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-TOL-PARM
               WITH POINTER WS-CMD-PTR.
           IF WS-TOL-PARM (4:5) = SPACES
              AND WS-TOL-PARM (1:1) IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-TOL-PARM (2:2) = SPACES
                       MOVE WS-TOL-PARM (1:1) TO WS-TOLERANCE
                       SET WS-TOL-ARG-GIVEN TO TRUE
                   WHEN WS-TOL-PARM (3:1) = SPACE
                    AND WS-TOL-PARM (1:2) IS NUMERIC
                       MOVE WS-TOL-PARM (1:2) TO WS-TOLERANCE
                       SET WS-TOL-ARG-GIVEN TO TRUE
                   WHEN WS-TOL-PARM (1:3) IS NUMERIC
                       MOVE WS-TOL-PARM (1:3) TO WS-TOLERANCE
                       SET WS-TOL-ARG-GIVEN TO TRUE
               END-EVALUATE
           END-IF.
           IF WS-TOL-ARG-GIVEN
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM
                   WITH POINTER WS-CMD-PTR
           ELSE
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-RUN-DATE-PARM WS-CYCLE-PARM-X WS-ENV-PARM
           END-IF.
       A050-EXIT.
           EXIT.

      *    The fiscal period is the FISCCAL period the run date falls
      *    in, and the year starts on the first day of that fiscal
      *    year's earliest period - not on the first of January.
       A100-SET-FISCAL-PERIOD.
           SET FP-BY-DATE TO TRUE.
           MOVE P1-RUN-DATE TO FP-REQUEST-DATE.
           CALL "FISCPER" USING FP-FISCAL-PARM.
           IF FP-PERIOD-FOUND
               MOVE FP-FISC-YEAR TO WS-FISC-YEAR
               MOVE FP-FISC-PERIOD TO WS-FISC-PERIOD
               MOVE FP-YEAR-START-DATE TO WS-YEAR-START-DATE
               MOVE FP-START-DATE TO WS-PERIOD-START-DATE
           ELSE
               MOVE "N" TO WS-FISCAL-SW
               MOVE ZERO TO WS-FISC-YEAR
               MOVE ZERO TO WS-FISC-PERIOD
               MOVE ZERO TO WS-YEAR-START-DATE
               MOVE ZERO TO WS-PERIOD-START-DATE
           END-IF.
       A100-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
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

      *    Only this fiscal year's rows up to the open period count:
      *    the open period's row is the period budget, and every row
      *    up to it goes into the year-to-date budget.  A missing
      *    BUDGMST leaves every key unbudgeted rather than stopping
      *    the nightly.
       B000-LOAD-BUDGETS.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF NOT WS-BUDGMST-OK
               MOVE "BUDVAR: no BUDGMST - every key reported unbudgeted"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM UNTIL WS-BUD-EOF OR WS-KEY-OVERFLOW
                   READ BUDGET-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-BUD-EOF-SW
                       NOT AT END
                           PERFORM B100-FOLD-BUDGET
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER-FILE
           END-IF.
       B000-EXIT.
           EXIT.

       B100-FOLD-BUDGET.
           IF BG-FISC-YEAR = WS-FISC-YEAR
              AND BG-FISC-PERIOD NOT > WS-FISC-PERIOD
               ADD 1 TO WS-BUD-ROW-COUNT
               MOVE BG-REGION TO WS-FIND-REGION
               MOVE BG-DEPT   TO WS-FIND-DEPT
               MOVE BG-SUB    TO WS-FIND-SUB
               PERFORM F000-FIND-OR-ADD-KEY
               IF NOT WS-KEY-OVERFLOW
                   ADD BG-AMOUNT TO WS-KEY-YTD-BUDGET (WS-KEY-IDX)
                   IF BG-FISC-PERIOD = WS-FISC-PERIOD
                       ADD BG-AMOUNT TO WS-KEY-PER-BUDGET (WS-KEY-IDX)
                   END-IF
               END-IF
           END-IF.
       B100-EXIT.
           EXIT.

      *    Sequential pass over the keyed master, read-only.
       C000-LOAD-POSITIONS.
           OPEN INPUT DIST-MASTER-FILE.
           IF NOT WS-DISTMST-OK
               SET WS-DISTMST-FAILED TO TRUE
           ELSE
               MOVE LOW-VALUES TO DM-DIST-KEY
               START DIST-MASTER-FILE KEY NOT < DM-DIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MST-EOF-SW
               END-START
               PERFORM UNTIL WS-MST-EOF OR WS-KEY-OVERFLOW
                   READ DIST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MST-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-DIST-ROW-COUNT
                           MOVE DM-REGION TO WS-FIND-REGION
                           MOVE DM-DEPT   TO WS-FIND-DEPT
                           MOVE DM-SUB    TO WS-FIND-SUB
                           PERFORM F000-FIND-OR-ADD-KEY
                           IF NOT WS-KEY-OVERFLOW
                               MOVE DM-PTD-AMOUNT
                                   TO WS-KEY-PTD-ACTUAL (WS-KEY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-MASTER-FILE
           END-IF.
       C000-EXIT.
           EXIT.

      *    The earlier periods of the year are no longer on DISTMST,
      *    so their actuals come from the posting rows on the
      *    permanent history - the same posted amount DISTPOST
      *    folded into the master on the night.
       C500-LOAD-EARLIER-POSTINGS.
           IF WS-PERIOD-START-DATE > WS-YEAR-START-DATE
               OPEN INPUT HISTORY-FILE
               IF NOT WS-HISTORY-OK
                   MOVE "BUDVAR: no TRANHIST - YTD is this period only"
                       TO REPORT-REC
                   WRITE REPORT-REC
               ELSE
                   PERFORM UNTIL WS-HIST-EOF OR WS-KEY-OVERFLOW
                       READ HISTORY-FILE
                           AT END
                               MOVE "Y" TO WS-HIST-EOF-SW
                           NOT AT END
                               PERFORM C600-FOLD-POSTING
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.
       C500-EXIT.
           EXIT.

      *    A posting is counted in the period it was booked to - its
      *    accounting date - so a prior-period item posted this period
      *    (held in DM-PRIOR-PTD-AMOUNT, not the PTD bucket) still
      *    lands in the year.  Rows written before accounting dates
      *    were carried fall back to the posting date.
       C600-FOLD-POSTING.
           IF TH-ACCT-DATE IS NUMERIC
              AND TH-ACCT-DATE > ZERO
               MOVE TH-ACCT-DATE TO WS-BOOK-DATE
           ELSE
               MOVE TH-EVENT-DATE TO WS-BOOK-DATE
           END-IF.
           IF TH-POSTED
              AND WS-BOOK-DATE NOT < WS-YEAR-START-DATE
              AND WS-BOOK-DATE < WS-PERIOD-START-DATE
               ADD 1 TO WS-HIST-ROW-COUNT
               MOVE TH-REGION TO WS-FIND-REGION
               MOVE TH-DEPT   TO WS-FIND-DEPT
               MOVE TH-SUB    TO WS-FIND-SUB
               PERFORM F000-FIND-OR-ADD-KEY
               IF NOT WS-KEY-OVERFLOW
                   ADD TH-POSTED-AMOUNT
                       TO WS-KEY-PRIOR-ACTUAL (WS-KEY-IDX)
               END-IF
           END-IF.
       C600-EXIT.
           EXIT.

      *    One pass over the key table in key order, breaking on
      *    department within region.
       D000-WRITE-REPORT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "KEY           BASIS              BUDGET"
                  "              ACTUAL            VARIANCE"
                  "     VAR %  FLAG"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           INITIALIZE WS-DEPT-TOTALS WS-REGION-TOTALS WS-GRAND-TOTALS.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-IDX > 1
                   IF WS-KEY-REGION (WS-KEY-IDX) NOT = WS-PREV-REGION
                       PERFORM D200-DEPT-BREAK
                       PERFORM D300-REGION-BREAK
                   ELSE
                       IF WS-KEY-DEPT (WS-KEY-IDX) NOT = WS-PREV-DEPT
                           PERFORM D200-DEPT-BREAK
                       END-IF
                   END-IF
               END-IF
               PERFORM D100-REPORT-ONE-KEY
           END-PERFORM.
           IF WS-KEY-COUNT > ZERO
               PERFORM D200-DEPT-BREAK
               PERFORM D300-REGION-BREAK
           END-IF.
           MOVE "GRAND TOTAL" TO WS-LINE-LABEL.
           MOVE WS-GT-PER-BUDGET TO WS-LINE-PER-BUDGET.
           MOVE WS-GT-PER-ACTUAL TO WS-LINE-PER-ACTUAL.
           MOVE WS-GT-YTD-BUDGET TO WS-LINE-YTD-BUDGET.
           MOVE WS-GT-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL.
           PERFORM E000-PRINT-LINE-PAIR.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-KEY-COUNT TO WS-COUNT-DISP.
           STRING "KEYS REPORTED:    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-BUD-ROW-COUNT TO WS-COUNT-DISP.
           STRING "BUDGET ROWS USED: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP.
           STRING "KEYS FLAGGED:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO AU-KEY-INPUT.
           STRING "FISCAL " WS-FISC-YEAR "/" WS-FISC-PERIOD
                  " TOLERANCE " WS-TOL-DISP "%"
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE SPACES TO AU-KEY-OUTPUT.
           MOVE WS-KEY-COUNT TO WS-COUNT-DISP.
           MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-DISP.
           STRING "KEYS=" WS-COUNT-DISP " FLAGGED=" WS-FLAGGED-DISP
               DELIMITED BY SIZE INTO AU-KEY-OUTPUT.
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 90 TO AU-RETURN-CODE
           ELSE
               MOVE 0 TO AU-RETURN-CODE
           END-IF.
           PERFORM L900-WRITE-AUDIT.
       D000-EXIT.
           EXIT.

       D100-REPORT-ONE-KEY.
           MOVE WS-KEY-REGION (WS-KEY-IDX) TO WS-PREV-REGION.
           MOVE WS-KEY-DEPT (WS-KEY-IDX)   TO WS-PREV-DEPT.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-KEY-REGION (WS-KEY-IDX) "/"
                  WS-KEY-DEPT (WS-KEY-IDX) "/"
                  WS-KEY-SUB (WS-KEY-IDX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-KEY-PER-BUDGET (WS-KEY-IDX) TO WS-LINE-PER-BUDGET.
           MOVE WS-KEY-PTD-ACTUAL (WS-KEY-IDX) TO WS-LINE-PER-ACTUAL.
           MOVE WS-KEY-YTD-BUDGET (WS-KEY-IDX) TO WS-LINE-YTD-BUDGET.
           COMPUTE WS-LINE-YTD-ACTUAL =
               WS-KEY-PRIOR-ACTUAL (WS-KEY-IDX)
                   + WS-KEY-PTD-ACTUAL (WS-KEY-IDX).
           PERFORM E000-PRINT-LINE-PAIR.
           IF WS-LINE-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           ADD WS-LINE-PER-BUDGET TO WS-DT-PER-BUDGET.
           ADD WS-LINE-PER-ACTUAL TO WS-DT-PER-ACTUAL.
           ADD WS-LINE-YTD-BUDGET TO WS-DT-YTD-BUDGET.
           ADD WS-LINE-YTD-ACTUAL TO WS-DT-YTD-ACTUAL.
       D100-EXIT.
           EXIT.

       D200-DEPT-BREAK.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "DEPT " WS-PREV-REGION "/" WS-PREV-DEPT
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-DT-PER-BUDGET TO WS-LINE-PER-BUDGET.
           MOVE WS-DT-PER-ACTUAL TO WS-LINE-PER-ACTUAL.
           MOVE WS-DT-YTD-BUDGET TO WS-LINE-YTD-BUDGET.
           MOVE WS-DT-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL.
           PERFORM E000-PRINT-LINE-PAIR.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           ADD WS-DT-PER-BUDGET TO WS-RT-PER-BUDGET.
           ADD WS-DT-PER-ACTUAL TO WS-RT-PER-ACTUAL.
           ADD WS-DT-YTD-BUDGET TO WS-RT-YTD-BUDGET.
           ADD WS-DT-YTD-ACTUAL TO WS-RT-YTD-ACTUAL.
           INITIALIZE WS-DEPT-TOTALS.
       D200-EXIT.
           EXIT.

       D300-REGION-BREAK.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "REGION " WS-PREV-REGION
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-RT-PER-BUDGET TO WS-LINE-PER-BUDGET.
           MOVE WS-RT-PER-ACTUAL TO WS-LINE-PER-ACTUAL.
           MOVE WS-RT-YTD-BUDGET TO WS-LINE-YTD-BUDGET.
           MOVE WS-RT-YTD-ACTUAL TO WS-LINE-YTD-ACTUAL.
           PERFORM E000-PRINT-LINE-PAIR.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           ADD WS-RT-PER-BUDGET TO WS-GT-PER-BUDGET.
           ADD WS-RT-PER-ACTUAL TO WS-GT-PER-ACTUAL.
           ADD WS-RT-YTD-BUDGET TO WS-GT-YTD-BUDGET.
           ADD WS-RT-YTD-ACTUAL TO WS-GT-YTD-ACTUAL.
           INITIALIZE WS-REGION-TOTALS.
       D300-EXIT.
           EXIT.

      *    The PERIOD and YTD lines for whatever is in the WS-LINE
      *    fields; WS-LINE-FLAGGED says whether either was flagged.
       E000-PRINT-LINE-PAIR.
           MOVE "N" TO WS-LINE-FLAG-SW.
           MOVE "PERIOD" TO WS-CALC-BASIS.
           MOVE WS-LINE-PER-BUDGET TO WS-CALC-BUDGET.
           MOVE WS-LINE-PER-ACTUAL TO WS-CALC-ACTUAL.
           PERFORM E100-PRINT-ONE-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE "YTD" TO WS-CALC-BASIS.
           MOVE WS-LINE-YTD-BUDGET TO WS-CALC-BUDGET.
           MOVE WS-LINE-YTD-ACTUAL TO WS-CALC-ACTUAL.
           PERFORM E100-PRINT-ONE-LINE.
       E000-EXIT.
           EXIT.

      *    Variance is actual less budget.  With no budget there is
      *    no percentage; spending against no budget is flagged on
      *    its own.
       E100-PRINT-ONE-LINE.
           COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET.
           MOVE SPACES TO WS-CALC-FLAG.
           IF WS-CALC-BUDGET = ZERO
               MOVE "     N/A" TO WS-PCT-TEXT
               IF WS-CALC-ACTUAL > ZERO
                   MOVE "NO BUDGET" TO WS-CALC-FLAG
               END-IF
           ELSE
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VARIANCE * 100 / WS-CALC-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CALC-PCT
               END-COMPUTE
               MOVE WS-CALC-PCT TO WS-PCT-DISP
               MOVE WS-PCT-DISP TO WS-PCT-TEXT
               IF WS-CALC-PCT > WS-TOLERANCE
                   MOVE "OVER TOL" TO WS-CALC-FLAG
               END-IF
           END-IF.
           IF WS-CALC-FLAG NOT = SPACES
               SET WS-LINE-FLAGGED TO TRUE
           END-IF.
           MOVE WS-CALC-BUDGET   TO WS-BUDGET-DISP.
           MOVE WS-CALC-ACTUAL   TO WS-ACTUAL-DISP.
           MOVE WS-CALC-VARIANCE TO WS-VARIANCE-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING WS-LINE-LABEL " " WS-CALC-BASIS " "
                  WS-BUDGET-DISP " " WS-ACTUAL-DISP " "
                  WS-VARIANCE-DISP "  " WS-PCT-TEXT "  "
                  WS-CALC-FLAG
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       E100-EXIT.
           EXIT.

      *    Finds the row for WS-FIND-KEY, or opens one at its place
      *    in key order; WS-KEY-IDX points at it either way.
       F000-FIND-OR-ADD-KEY.
           MOVE ZERO TO WS-PLACE-IDX.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-PLACE-IDX > ZERO
               IF WS-KEY-ID (WS-KEY-IDX) NOT < WS-FIND-KEY
                   MOVE WS-KEY-IDX TO WS-PLACE-IDX
               END-IF
           END-PERFORM.
           IF WS-PLACE-IDX = ZERO
               COMPUTE WS-PLACE-IDX = WS-KEY-COUNT + 1
           END-IF.
           IF WS-PLACE-IDX > WS-KEY-COUNT
              OR WS-KEY-ID (WS-PLACE-IDX) NOT = WS-FIND-KEY
               IF WS-KEY-COUNT >= 2000
                   SET WS-KEY-OVERFLOW TO TRUE
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-KEY-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-PLACE-IDX
                       MOVE WS-KEY-ENTRY (WS-SHIFT-IDX)
                           TO WS-KEY-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-FIND-KEY TO WS-KEY-ID (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-PER-BUDGET (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-YTD-BUDGET (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-PTD-ACTUAL (WS-PLACE-IDX)
                   MOVE ZERO TO WS-KEY-PRIOR-ACTUAL (WS-PLACE-IDX)
               END-IF
           END-IF.
           MOVE WS-PLACE-IDX TO WS-KEY-IDX.
       F000-EXIT.
           EXIT.

      *    Appends one AUDITLOG record; callers set AU-KEY-INPUT,
      *    AU-KEY-OUTPUT and AU-RETURN-CODE just before performing
      *    this, the same convention as COBADD and ALLOC.
       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "BUDVAR"     TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
