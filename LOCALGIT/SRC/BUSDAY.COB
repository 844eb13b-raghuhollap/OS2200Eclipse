       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDAY.
      ******************************************************************
      *                                                                *
      *  Business-day lookup.                                          *
      *                                                                *
      *  Answers "is this date a business day" and "how many           *
      *  business days lie between these two dates" off the BUSCAL     *
      *  calendar BUSCMNT maintains, so the suspense, hold and         *
      *  write-off aging stop counting weekends and bank holidays,     *
      *  and the nightly gap check knows which dates owed a run.       *
      *                                                                *
      *  Monday to Friday is a business day unless BUSCAL marks it a   *
      *  holiday; a weekend date is not unless BUSCAL marks it         *
      *  worked.  The calendar is loaded once on the first call of     *
      *  the run, the same way FISCPER carries FISCCAL; later calls    *
      *  reuse the table.  See COPYLIB/BUSPARM.CPY for the block.      *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(02).
           88  WS-BUSCAL-OK            VALUE "00".
       01  WS-CAL-EOF-SW               PIC X(01) VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CAL-LOADED-SW            PIC X(01) VALUE "N".
           88  WS-CAL-LOADED           VALUE "Y".
       01  WS-CAL-PRESENT-SW           PIC X(01) VALUE "N".
           88  WS-CAL-PRESENT          VALUE "Y".
      *    A dozen holidays and the odd worked Saturday a year, with
      *    several years kept back and next year staged ahead, fits
      *    comfortably.
       01  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-CAL-IDX                  PIC 9(04) COMP.
       01  WS-CAL-MATCH-IDX            PIC 9(04) COMP.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY            OCCURS 1000 TIMES.
               10  WS-CAL-DATE         PIC 9(08).
               10  WS-CAL-DAY-TYPE     PIC X(01).
                   88  WS-CAL-HOLIDAY  VALUE "H".
                   88  WS-CAL-WORKED   VALUE "W".
       01  WS-FROM-DAY-NO              PIC 9(08) COMP.
       01  WS-TO-DAY-NO                PIC 9(08) COMP.
       01  WS-DAY-NO                   PIC 9(08) COMP.
       01  WS-DAY-DATE                 PIC 9(08).
       01  WS-WEEKDAY                  PIC 9(01).
       01  WS-IS-BUSINESS-SW           PIC X(01).
           88  WS-IS-BUSINESS          VALUE "Y".

       LINKAGE SECTION.
       COPY BUSPARM.

       PROCEDURE DIVISION USING BD-BUSINESS-PARM.
       A000-CONTROL.
           IF NOT WS-CAL-LOADED
               PERFORM B000-LOAD-CALENDAR
           END-IF.
           IF WS-CAL-PRESENT
               SET BD-CALENDAR-USED TO TRUE
           ELSE
               SET BD-NO-CALENDAR TO TRUE
           END-IF.
           MOVE ZERO TO BD-DAY-COUNT.
           MOVE "N" TO BD-BUSINESS-DAY-SW.
           IF BD-COUNT-DAYS
               PERFORM D000-COUNT-BUSINESS-DAYS
           ELSE
               IF BD-FROM-DATE IS NUMERIC
                  AND BD-FROM-DATE NOT = ZERO
                   COMPUTE WS-DAY-NO =
                       FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
                   IF WS-DAY-NO > ZERO
                       PERFORM C000-TEST-ONE-DAY
                       MOVE WS-IS-BUSINESS-SW TO BD-BUSINESS-DAY-SW
                   END-IF
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
           IF WS-BUSCAL-OK
               SET WS-CAL-PRESENT TO TRUE
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF-SW
                       NOT AT END
                           IF WS-CAL-COUNT < 1000
                               ADD 1 TO WS-CAL-COUNT
                               MOVE BC-CAL-DATE
                                   TO WS-CAL-DATE (WS-CAL-COUNT)
                               MOVE BC-DAY-TYPE
                                   TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       B000-EXIT.
           EXIT.

      *    The day at WS-DAY-NO.  Day numbers count from a Monday, so
      *    the weekday falls out of the remainder by seven (1 =
      *    Monday, 6 and 7 the weekend), the same rule TMPLGEN uses
      *    for weekly templates; a calendar row then overrides it.
       C000-TEST-ONE-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-NO - 1, 7) + 1.
           IF WS-WEEKDAY < 6
               MOVE "Y" TO WS-IS-BUSINESS-SW
           ELSE
               MOVE "N" TO WS-IS-BUSINESS-SW
           END-IF.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
           MOVE ZERO TO WS-CAL-MATCH-IDX.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-MATCH-IDX > ZERO
               IF WS-CAL-DATE (WS-CAL-IDX) = WS-DAY-DATE
                   MOVE WS-CAL-IDX TO WS-CAL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CAL-MATCH-IDX > ZERO
               IF WS-CAL-HOLIDAY (WS-CAL-MATCH-IDX)
                   MOVE "N" TO WS-IS-BUSINESS-SW
               END-IF
               IF WS-CAL-WORKED (WS-CAL-MATCH-IDX)
                   MOVE "Y" TO WS-IS-BUSINESS-SW
               END-IF
           END-IF.
       C000-EXIT.
           EXIT.

      *    Business days after the from-date up to and including the
      *    to-date.  A date that is not a date (a pre-upgrade row
      *    with nothing stamped) counts as zero days rather than
      *    walking the calendar from 1601.
       D000-COUNT-BUSINESS-DAYS.
           IF BD-FROM-DATE IS NUMERIC
              AND BD-TO-DATE IS NUMERIC
              AND BD-FROM-DATE NOT = ZERO
              AND BD-TO-DATE NOT = ZERO
               COMPUTE WS-FROM-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
               COMPUTE WS-TO-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (BD-TO-DATE)
               IF WS-FROM-DAY-NO > ZERO
                  AND WS-TO-DAY-NO > WS-FROM-DAY-NO
                   ADD 1 TO WS-FROM-DAY-NO
                   PERFORM VARYING WS-DAY-NO FROM WS-FROM-DAY-NO BY 1
                           UNTIL WS-DAY-NO > WS-TO-DAY-NO
                       PERFORM C000-TEST-ONE-DAY
                       IF WS-IS-BUSINESS
                           ADD 1 TO BD-DAY-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       D000-EXIT.
           EXIT.
