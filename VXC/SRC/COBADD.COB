      *    the next SET/DTL/TRL record.  "R" in the residual flag
      *    marks the detail that absorbs the leftover cents so the
      *    shares always re-add to the header amount exactly (the
      *    last detail absorbs it when no row is flagged).  A set
      *    TMPLGEN wrote from a recurring allocation template
      *    carries the template id, so the proof shows its source.
           05  PAIR-SET-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-SET-ID          PIC X(04).
               10  PAIR-SET-TOTAL       PIC 9(10).
               10  PAIR-SET-TEMPLATE    PIC X(06).
               10  FILLER               PIC X(06).
           05  PAIR-BASIS-DATA REDEFINES PAIR-REC-DATA.
               10  PAIR-BAS-COST-CTR    PIC X(06).
               10  PAIR-BAS-VALUE       PIC 9(10).
       01  WS-SET-SKIP-SW              PIC X(01)  VALUE "N".
           88  WS-SET-SKIPPING         VALUE "Y".
       01  WS-SET-ID                   PIC X(04).
       01  WS-SET-TEMPLATE             PIC X(06).
       01  WS-SET-TOTAL                PIC S9(10)V9(4) COMP-3.
       01  WS-BASIS-TOTAL              PIC 9(12)  VALUE ZERO.
       01  WS-BAS-COUNT                PIC 9(02) COMP VALUE ZERO.
           MOVE "N" TO WS-SET-SKIP-SW.
           MOVE PAIR-SET-ID TO WS-SET-ID.
           MOVE PAIR-SET-TOTAL TO WS-SET-TOTAL.
           MOVE PAIR-SET-TEMPLATE TO WS-SET-TEMPLATE.
           MOVE ZERO TO WS-BAS-COUNT.
           MOVE ZERO TO WS-BASIS-TOTAL.
           ADD 1 TO WS-PHYS-COUNT.
           STRING "SET " WS-SET-ID
                  " TOTAL=" WS-SET-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           IF WS-SET-TEMPLATE NOT = SPACES
               STRING " TEMPLATE " WS-SET-TEMPLATE
                   DELIMITED BY SIZE INTO REPORT-REC (40:)
           END-IF.
           WRITE REPORT-REC.
           MOVE ZERO TO WS-SHARE-SUM.
           PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
                  " PROOF: SHARES=" WS-SHARE-DISP
                  " HEADER=" WS-SET-TOTAL-DISP
               DELIMITED BY SIZE INTO REPORT-REC.
           IF WS-SET-TEMPLATE NOT = SPACES
               STRING " TEMPLATE " WS-SET-TEMPLATE
                   DELIMITED BY SIZE INTO REPORT-REC (70:)
           END-IF.
           WRITE REPORT-REC.
           ADD 1 TO WS-REPORT-COUNT.

           MOVE SPACES TO EXCEPTION-REC.
           STRING "SET " WS-SET-ID " SKIPPED - " WS-SET-EXC-REASON
               DELIMITED BY SIZE INTO EXCEPTION-REC.
           IF WS-SET-TEMPLATE NOT = SPACES
               STRING " TEMPLATE " WS-SET-TEMPLATE
                   DELIMITED BY SIZE INTO EXCEPTION-REC (55:)
           END-IF.
           WRITE EXCEPTION-REC.
           MOVE SPACES TO AU-KEY-INPUT.
           STRING "SET " WS-SET-ID
