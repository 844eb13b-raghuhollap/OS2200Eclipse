       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRANINQ.
      ******************************************************************
      *                                                                *
      *  Transaction lifecycle trace from the TRANHIST history.        *
      *                                                                *
      *  "What happened to my item" used to mean searching MAINSUSP,   *
      *  MAINHOLD, MAINRCYC, GLINTF and the AUDITLOG/RUNHIST rows by   *
      *  hand.  MAIN, SUSPFIX, HOLDREL, SUSPWOF and GLEXTR now each    *
      *  append a row to the permanent TRANHIST book for every step    *
      *  an item takes, keyed by the transaction id MAIN stamps at     *
      *  intake.  This daytime step reads the inquiries in TRANIQRY    *
      *  and prints each item's whole life in order on TRANIRPT:       *
      *  the intake run and cycle (named by the id itself), suspense   *
      *  and the SUSPFIX correction, hold and the HOLDREL release,     *
      *  the posted amount after SUBHE/SUBFI, the GLINTF run it went   *
      *  out on, any write-off, and any retroactive rate adjustment    *
      *  RATERCLC queued against it.                                   *
      *                                                                *
      *  An inquiry row names either one transaction id, or a          *
      *  region/dept/sub plus an optional from/to date range - every   *
      *  item with a history row for those codes inside the range is   *
      *  traced in full.  A blank code component matches any code; a   *
      *  blank date leaves that end of the range open.  A row with a   *
      *  non-numeric date or with neither an id nor a code is          *
      *  rejected on the report (condition code 4).                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "TRANIQRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRANIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
       01  INQUIRY-REC.
           05  IQ-TRAN-ID               PIC X(16).
           05  IQ-REGION                PIC X(02).
           05  IQ-DEPT                  PIC X(02).
           05  IQ-SUB                   PIC X(02).
           05  IQ-FROM-DATE             PIC X(08).
           05  IQ-TO-DATE               PIC X(08).
       FD  TRAN-HISTORY-FILE.
       COPY TRANHIST.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).
       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-INQUIRY-STATUS           PIC X(02).
           88  WS-INQUIRY-OK           VALUE "00".
       01  WS-TRANHIST-STATUS          PIC X(02).
           88  WS-TRANHIST-OK          VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-IQ-EOF-SW                PIC X(01) VALUE "N".
           88  WS-IQ-EOF               VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X(01) VALUE "N".
           88  WS-HIST-EOF             VALUE "Y".
       01  WS-HIST-MISSING-SW          PIC X(01) VALUE "N".
           88  WS-HIST-MISSING         VALUE "Y".
       01  WS-IQ-VALID-SW              PIC X(01).
           88  WS-IQ-VALID             VALUE "Y".
       01  WS-IQ-REASON                PIC X(40).
      *    The inquiry currently being answered, normalized: an
      *    open range end becomes the low/high date.
       01  WS-SEL-BY-ID-SW             PIC X(01).
           88  WS-SEL-BY-ID            VALUE "Y".
       01  WS-SEL-FROM-DATE            PIC 9(08).
       01  WS-SEL-TO-DATE              PIC 9(08).
      *    Items selected by the current inquiry, in the order their
      *    first qualifying row was found.
       01  WS-ID-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-ID-IDX                   PIC 9(03) COMP.
       01  WS-ID-MATCH-IDX             PIC 9(03) COMP.
       01  WS-ID-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-ID-OVERFLOW          VALUE "Y".
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY             OCCURS 500 TIMES.
               10  WS-ID-TRAN-ID       PIC X(16).
      *    Every history row of the selected items, carried in file
      *    (that is, time) order so each trace prints in sequence.
       01  WS-EVT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-EVT-IDX                  PIC 9(04) COMP.
       01  WS-EVT-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  WS-EVT-OVERFLOW         VALUE "Y".
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY            PIC X(110) OCCURS 3000 TIMES.
       01  WS-ITEM-EVT-COUNT           PIC 9(04) COMP.
       01  WS-INTAKE-ID.
           05  WS-INTAKE-RUN-ID        PIC X(08).
           05  WS-INTAKE-CYCLE         PIC X(02).
           05  WS-INTAKE-SEQ           PIC X(06).
       01  WS-EVENT-TEXT               PIC X(14).
       01  WS-REQUEST-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-TRACED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZZZ9.
       01  WS-AMOUNT-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-POSTED-DISP              PIC ZZZ,ZZZ,ZZ9.99-.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ENV-PARM.

           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE "TRANINQ - TRANSACTION LIFECYCLE TRACE" TO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

      *    No history book yet means nothing has been recorded to
      *    trace - said plainly on the report, with the warning
      *    code, rather than answering every inquiry "not found".
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-TRANHIST-OK
               CLOSE TRAN-HISTORY-FILE
           ELSE
               SET WS-HIST-MISSING TO TRUE
           END-IF.

           OPEN INPUT INQUIRY-FILE.
           IF NOT WS-INQUIRY-OK
               MOVE "TRANINQ: no TRANIQRY inquiries - nothing to trace"
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               IF WS-HIST-MISSING
                   MOVE "TRANINQ: no TRANHIST history on file"
                       TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "TRANHIST" TO AU-KEY-INPUT
                   MOVE "HISTORY FILE NOT ON FILE - NOTHING TRACED"
                       TO AU-KEY-OUTPUT
                   MOVE 90 TO AU-RETURN-CODE
                   PERFORM L900-WRITE-AUDIT
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-IQ-EOF
                       READ INQUIRY-FILE
                           AT END
                               MOVE "Y" TO WS-IQ-EOF-SW
                           NOT AT END
                               PERFORM B000-ANSWER-INQUIRY
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE INQUIRY-FILE
               PERFORM E000-WRITE-TOTALS
           END-IF.

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

      *    P1-RUN-ID is today's run date, the same convention as the
      *    other daytime steps, so TRANINQ audit rows line up with
      *    the day's work in AUDITLOG.
       P0005-INIT-RUN-CONTROL.
           ACCEPT P1-RUN-DATE      FROM DATE YYYYMMDD.
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
           MOVE 1 TO P1-CYCLE-NO.
       P0005-EXIT.
           EXIT.

      *    One inquiry: validate, pick the items, load their
      *    history rows, print one trace per item.
       B000-ANSWER-INQUIRY.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM B100-VALIDATE-INQUIRY.
           IF NOT WS-IQ-VALID
               PERFORM B900-REJECT-INQUIRY
           ELSE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               IF WS-SEL-BY-ID
                   STRING "INQUIRY BY TRANSACTION ID " IQ-TRAN-ID
                       DELIMITED BY SIZE INTO REPORT-REC
               ELSE
                   STRING "INQUIRY BY CODES " IQ-REGION "/" IQ-DEPT
                          "/" IQ-SUB " FROM " WS-SEL-FROM-DATE
                          " TO " WS-SEL-TO-DATE
                       DELIMITED BY SIZE INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
               PERFORM C000-SELECT-ITEMS
               IF WS-ID-COUNT = ZERO
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "  NO HISTORY ON FILE FOR THIS INQUIRY"
                       TO REPORT-REC
                   WRITE REPORT-REC
               ELSE
                   PERFORM C200-LOAD-EVENTS
                   PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                           UNTIL WS-ID-IDX > WS-ID-COUNT
                       PERFORM D000-PRINT-TRACE
                   END-PERFORM
                   IF WS-ID-OVERFLOW
                       MOVE "  OVER 500 ITEMS SELECTED - FIRST 500"
                           TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
                   IF WS-EVT-OVERFLOW
                       MOVE "  OVER 3000 HISTORY ROWS - TRACES CUT"
                           TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
                   IF (WS-ID-OVERFLOW OR WS-EVT-OVERFLOW)
                      AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE SPACES TO AU-KEY-INPUT
               IF WS-SEL-BY-ID
                   STRING "TRACE ID=" IQ-TRAN-ID
                       DELIMITED BY SIZE INTO AU-KEY-INPUT
               ELSE
                   STRING "TRACE " IQ-REGION "/" IQ-DEPT "/" IQ-SUB
                          " " WS-SEL-FROM-DATE "-" WS-SEL-TO-DATE
                       DELIMITED BY SIZE INTO AU-KEY-INPUT
               END-IF
               MOVE SPACES TO AU-KEY-OUTPUT
               MOVE WS-ID-COUNT TO WS-COUNT-DISP
               STRING "ITEMS TRACED=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-KEY-OUTPUT
               MOVE 0 TO AU-RETURN-CODE
               PERFORM L900-WRITE-AUDIT
           END-IF.
       B000-EXIT.
           EXIT.

       B100-VALIDATE-INQUIRY.
           SET WS-IQ-VALID TO TRUE.
           MOVE SPACES TO WS-IQ-REASON.
           MOVE "N" TO WS-SEL-BY-ID-SW.
           MOVE ZERO TO WS-SEL-FROM-DATE.
           MOVE 99999999 TO WS-SEL-TO-DATE.
           IF IQ-TRAN-ID NOT = SPACES
               SET WS-SEL-BY-ID TO TRUE
           ELSE
               IF IQ-REGION = SPACES
                  AND IQ-DEPT = SPACES
                  AND IQ-SUB = SPACES
                   MOVE "N" TO WS-IQ-VALID-SW
                   MOVE "NEITHER TRANSACTION ID NOR CODES GIVEN"
                       TO WS-IQ-REASON
               END-IF
               IF IQ-FROM-DATE NOT = SPACES
                   IF IQ-FROM-DATE IS NUMERIC
                       MOVE IQ-FROM-DATE TO WS-SEL-FROM-DATE
                   ELSE
                       MOVE "N" TO WS-IQ-VALID-SW
                       MOVE "FROM DATE NOT NUMERIC" TO WS-IQ-REASON
                   END-IF
               END-IF
               IF IQ-TO-DATE NOT = SPACES
                   IF IQ-TO-DATE IS NUMERIC
                       MOVE IQ-TO-DATE TO WS-SEL-TO-DATE
                   ELSE
                       MOVE "N" TO WS-IQ-VALID-SW
                       MOVE "TO DATE NOT NUMERIC" TO WS-IQ-REASON
                   END-IF
               END-IF
               IF WS-IQ-VALID
                  AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
                   MOVE "N" TO WS-IQ-VALID-SW
                   MOVE "FROM DATE AFTER TO DATE" TO WS-IQ-REASON
               END-IF
           END-IF.
       B100-EXIT.
           EXIT.

       B900-REJECT-INQUIRY.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           STRING "REJECTED INQUIRY " INQUIRY-REC
                  " - " WS-IQ-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "INQUIRY " INQUIRY-REC
               DELIMITED BY SIZE INTO AU-KEY-INPUT.
           MOVE WS-IQ-REASON TO AU-KEY-OUTPUT.
           MOVE 90 TO AU-RETURN-CODE.
           PERFORM L900-WRITE-AUDIT.
       B900-EXIT.
           EXIT.

      *    Pass 1: the item list.  By id it is just the id asked
      *    for; by codes it is every id with a history row for
      *    those codes dated inside the range - an item corrected
      *    INTO or OUT OF the codes is picked up either way, and
      *    its whole trace prints, not only the matching rows.
       C000-SELECT-ITEMS.
           MOVE ZERO TO WS-ID-COUNT.
           MOVE "N" TO WS-ID-OVERFLOW-SW.
           MOVE "N" TO WS-HIST-EOF-SW.
           OPEN INPUT TRAN-HISTORY-FILE.
           PERFORM UNTIL WS-HIST-EOF
               READ TRAN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       IF WS-SEL-BY-ID
                           IF TH-TRAN-ID = IQ-TRAN-ID
                               PERFORM C100-ADD-ITEM
                           END-IF
                       ELSE
                           IF TH-TRAN-ID NOT = SPACES
                              AND (IQ-REGION = SPACES
                                   OR IQ-REGION = TH-REGION)
                              AND (IQ-DEPT = SPACES
                                   OR IQ-DEPT = TH-DEPT)
                              AND (IQ-SUB = SPACES
                                   OR IQ-SUB = TH-SUB)
                              AND TH-EVENT-DATE >= WS-SEL-FROM-DATE
                              AND TH-EVENT-DATE <= WS-SEL-TO-DATE
                               PERFORM C100-ADD-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
       C000-EXIT.
           EXIT.

       C100-ADD-ITEM.
           MOVE ZERO TO WS-ID-MATCH-IDX.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
                      OR WS-ID-MATCH-IDX > ZERO
               IF WS-ID-TRAN-ID (WS-ID-IDX) = TH-TRAN-ID
                   MOVE WS-ID-IDX TO WS-ID-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-ID-MATCH-IDX = ZERO
               IF WS-ID-COUNT >= 500
                   SET WS-ID-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-ID-COUNT
                   MOVE TH-TRAN-ID TO WS-ID-TRAN-ID (WS-ID-COUNT)
               END-IF
           END-IF.
       C100-EXIT.
           EXIT.

      *    Pass 2: every row of every selected item, in file order.
       C200-LOAD-EVENTS.
           MOVE ZERO TO WS-EVT-COUNT.
           MOVE "N" TO WS-EVT-OVERFLOW-SW.
           MOVE "N" TO WS-HIST-EOF-SW.
           OPEN INPUT TRAN-HISTORY-FILE.
           PERFORM UNTIL WS-HIST-EOF
               READ TRAN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       MOVE ZERO TO WS-ID-MATCH-IDX
                       PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                               UNTIL WS-ID-IDX > WS-ID-COUNT
                                  OR WS-ID-MATCH-IDX > ZERO
                           IF WS-ID-TRAN-ID (WS-ID-IDX) = TH-TRAN-ID
                               MOVE WS-ID-IDX TO WS-ID-MATCH-IDX
                           END-IF
                       END-PERFORM
                       IF WS-ID-MATCH-IDX > ZERO
                           IF WS-EVT-COUNT >= 3000
                               SET WS-EVT-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-EVT-COUNT
                               MOVE TH-HISTORY-REC
                                   TO WS-EVT-ENTRY (WS-EVT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.
       C200-EXIT.
           EXIT.

      *    One item's trace: the intake line read off the id itself
      *    (run id, cycle, detail sequence), then each history row
      *    in the order it was written.
       D000-PRINT-TRACE.
           ADD 1 TO WS-TRACED-COUNT.
           MOVE WS-ID-TRAN-ID (WS-ID-IDX) TO WS-INTAKE-ID.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
      *    Cycle 00 is never a MAIN cycle: it marks an adjustment
      *    RATERCLC raised on that date.
           IF WS-INTAKE-CYCLE = "00"
               STRING "TRANSACTION " WS-INTAKE-ID
                      "   RATE ADJUSTMENT RAISED " WS-INTAKE-RUN-ID
                      " NUMBER " WS-INTAKE-SEQ
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               STRING "TRANSACTION " WS-INTAKE-ID
                      "   INTAKE RUN " WS-INTAKE-RUN-ID
                      " CYCLE " WS-INTAKE-CYCLE
                      " DETAIL " WS-INTAKE-SEQ
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE ZERO TO WS-ITEM-EVT-COUNT.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               MOVE WS-EVT-ENTRY (WS-EVT-IDX) TO TH-HISTORY-REC
               IF TH-TRAN-ID = WS-ID-TRAN-ID (WS-ID-IDX)
                   ADD 1 TO WS-ITEM-EVT-COUNT
                   PERFORM D100-PRINT-EVENT
               END-IF
           END-PERFORM.
       D000-EXIT.
           EXIT.

       D100-PRINT-EVENT.
           EVALUATE TRUE
               WHEN TH-SUSPENDED
                   MOVE "SUSPENDED"     TO WS-EVENT-TEXT
               WHEN TH-HELD
                   MOVE "HELD"          TO WS-EVENT-TEXT
               WHEN TH-POSTED
                   MOVE "POSTED"        TO WS-EVENT-TEXT
               WHEN TH-CORRECTED
                   MOVE "CORRECTED"     TO WS-EVENT-TEXT
               WHEN TH-RELEASED
                   MOVE "RELEASED"      TO WS-EVENT-TEXT
               WHEN TH-GL-SENT
                   MOVE "SENT TO GL"    TO WS-EVENT-TEXT
               WHEN TH-WRITTEN-OFF
                   MOVE "WRITTEN OFF"   TO WS-EVENT-TEXT
               WHEN TH-WOFF-SENT
                   MOVE "WOFF TO GL"    TO WS-EVENT-TEXT
               WHEN TH-DUP-QUEUED
                   MOVE "DUP QUEUED"    TO WS-EVENT-TEXT
               WHEN TH-DUP-RELEASED
                   MOVE "DUP RELEASED"  TO WS-EVENT-TEXT
               WHEN TH-DUP-REJECTED
                   MOVE "DUP CANCELLED" TO WS-EVENT-TEXT
               WHEN TH-RATE-ADJUSTED
                   MOVE "RATE ADJUSTED" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE SPACES          TO WS-EVENT-TEXT
                   STRING "EVENT " TH-EVENT-CODE
                       DELIMITED BY SIZE INTO WS-EVENT-TEXT
           END-EVALUATE.
           MOVE TH-AMOUNT TO WS-AMOUNT-DISP.
           MOVE TH-POSTED-AMOUNT TO WS-POSTED-DISP.
           MOVE SPACES TO REPORT-REC.
           STRING "  " TH-EVENT-DATE
                  " " TH-PROGRAM-ID
                  " RUN " TH-RUN-ID "/" TH-CYCLE-NO
                  " " WS-EVENT-TEXT
                  " " TH-REGION "/" TH-DEPT "/" TH-SUB
                  " AMT " WS-AMOUNT-DISP
                  " POSTED " WS-POSTED-DISP
                  " " TH-REASON-CODE
                  " " TH-USER-ID
                  " " TH-NOTE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
       D100-EXIT.
           EXIT.

       E000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL INQUIRIES:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-TRACED-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL ITEMS TRACED:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL NOT FOUND:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP.
           STRING "TOTAL REJECTED:      " WS-COUNT-DISP
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
           MOVE "TRANINQ"    TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
