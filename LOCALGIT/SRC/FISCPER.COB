       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FISCPER.
      ******************************************************************
      *                                                                *
      *  Fiscal period lookup.                                         *
      *                                                                *
      *  Answers "which fiscal period is this date in" (and the        *
      *  reverse, "what are this period's dates") off the FISCCAL      *
      *  calendar FISCMNT maintains, so the period-end steps, the      *
      *  GL interface header and the budget report all close on the    *
      *  finance calendar instead of the YYYYMM of the run date.       *
      *                                                                *
      *  The calendar is loaded once on the first call of the run,     *
      *  the same way SUBHE carries its rate master; later calls       *
      *  reuse the table.  See COPYLIB/FISCPARM.CPY for the block.     *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "FISCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY FISCCAL.

       WORKING-STORAGE SECTION.
       01  WS-FISCCAL-STATUS           PIC X(02).
           88  WS-FISCCAL-OK           VALUE "00".
       01  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CAL-LOADED-SW            PIC X(01) VALUE "N".
           88  WS-CAL-LOADED           VALUE "Y".
       01  WS-CAL-PRESENT-SW           PIC X(01) VALUE "N".
           88  WS-CAL-PRESENT          VALUE "Y".
      *    Thirteen periods a year with a few years kept back and
      *    next year staged ahead fits comfortably.
       01  WS-CAL-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-CAL-IDX                  PIC 9(03) COMP.
       01  WS-CAL-MATCH-IDX            PIC 9(03) COMP.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY            OCCURS 200 TIMES.
               10  WS-CAL-FISC-YEAR    PIC 9(04).
               10  WS-CAL-FISC-PERIOD  PIC 9(02).
               10  WS-CAL-START        PIC 9(08).
               10  WS-CAL-END          PIC 9(08).

       LINKAGE SECTION.
       COPY FISCPARM.

       PROCEDURE DIVISION USING FP-FISCAL-PARM.
       A000-CONTROL.
           IF NOT WS-CAL-LOADED
               PERFORM B000-LOAD-CALENDAR
           END-IF.
           MOVE "N" TO FP-LAST-PERIOD-SW.
           MOVE ZERO TO FP-YEAR-START-DATE.
           IF NOT WS-CAL-PRESENT
               SET FP-NO-CALENDAR TO TRUE
           ELSE
               PERFORM C000-FIND-PERIOD
               IF WS-CAL-MATCH-IDX = ZERO
                   SET FP-PERIOD-NOT-FOUND TO TRUE
               ELSE
                   PERFORM D000-RETURN-PERIOD
                   SET FP-PERIOD-FOUND TO TRUE
               END-IF
           END-IF.
           GOBACK.
       A000-EXIT.
           EXIT.

      *    A missing calendar is reported back on every call, so each
      *    caller decides for itself whether it can run without one.
       B000-LOAD-CALENDAR.
           SET WS-CAL-LOADED TO TRUE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FISCCAL-OK
               SET WS-CAL-PRESENT TO TRUE
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF-SW
                       NOT AT END
                           IF WS-CAL-COUNT < 200
                               ADD 1 TO WS-CAL-COUNT
                               MOVE FC-CALENDAR-REC
                                   TO WS-CAL-ENTRY (WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       B000-EXIT.
           EXIT.

       C000-FIND-PERIOD.
           MOVE ZERO TO WS-CAL-MATCH-IDX.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-MATCH-IDX > ZERO
               IF FP-BY-PERIOD
                   IF WS-CAL-FISC-YEAR (WS-CAL-IDX) = FP-FISC-YEAR
                      AND WS-CAL-FISC-PERIOD (WS-CAL-IDX)
                          = FP-FISC-PERIOD
                       MOVE WS-CAL-IDX TO WS-CAL-MATCH-IDX
                   END-IF
               ELSE
                   IF WS-CAL-START (WS-CAL-IDX) <= FP-REQUEST-DATE
                      AND WS-CAL-END (WS-CAL-IDX) >= FP-REQUEST-DATE
                       MOVE WS-CAL-IDX TO WS-CAL-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.
       C000-EXIT.
           EXIT.

      *    The year's first date is the earliest start among its
      *    periods; the period is the year's last when no later
      *    period of the same year is on the calendar.
       D000-RETURN-PERIOD.
           MOVE WS-CAL-FISC-YEAR (WS-CAL-MATCH-IDX) TO FP-FISC-YEAR.
           MOVE WS-CAL-FISC-PERIOD (WS-CAL-MATCH-IDX) TO FP-FISC-PERIOD.
           MOVE WS-CAL-START (WS-CAL-MATCH-IDX) TO FP-START-DATE.
           MOVE WS-CAL-END (WS-CAL-MATCH-IDX) TO FP-END-DATE.
           MOVE WS-CAL-START (WS-CAL-MATCH-IDX) TO FP-YEAR-START-DATE.
           MOVE "Y" TO FP-LAST-PERIOD-SW.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-FISC-YEAR (WS-CAL-IDX) = FP-FISC-YEAR
                   IF WS-CAL-START (WS-CAL-IDX) < FP-YEAR-START-DATE
                       MOVE WS-CAL-START (WS-CAL-IDX)
                           TO FP-YEAR-START-DATE
                   END-IF
                   IF WS-CAL-FISC-PERIOD (WS-CAL-IDX) > FP-FISC-PERIOD
                       MOVE "N" TO FP-LAST-PERIOD-SW
                   END-IF
               END-IF
           END-PERFORM.
       D000-EXIT.
           EXIT.
