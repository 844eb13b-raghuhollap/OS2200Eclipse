       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNGAP.
      ******************************************************************
      *                                                                *
      *  Missed-night check.                                           *
      *                                                                *
      *  A night that never ran used to surface only when a            *
      *  department asked where its postings went.  This step runs     *
      *  at the top of the nightly deck and walks every business day   *
      *  (BUSCAL, through BUSDAY) since the last clean check up to     *
      *  the day before tonight's business date, looking for proof     *
      *  that MAIN completed that date:                                *
      *    - a MAININ row on the PROCREG register with the date as     *
      *      its run id, or                                            *
      *    - a MAIN "RUN COMPLETE" (or "SKIPPED - ALREADY COMPLETE")   *
      *      audit row under the date, on AUDITLOG or archived to      *
      *      RUNHIST by HSKEEP.                                        *
      *  Every business date with neither is listed on GAPRPT and      *
      *  the step ends with condition code 4, which stops the deck     *
      *  so the operator can run the catch-up dates first, oldest      *
      *  first.                                                        *
      *                                                                *
      *  "Since the last check" is carried on the audit trail          *
      *  itself: each run writes a RUNGAP row saying which date it     *
      *  found clean through (the day before the earliest gap, or      *
      *  the end of the range), and the next run starts the day        *
      *  after the highest such date on file.  With no RUNGAP row      *
      *  yet it looks back the set number of days.  Without a BUSCAL   *
      *  calendar every Monday to Friday is treated as a business      *
      *  day and the report says so.                                   *
      *                                                                *
      *  Arguments: [look-back days for a first run, default 7]        *
      *  [business date YYYYMMDD, default today] [environment].        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "PROCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-REC-TYPE            PIC X(03).
           05  HIST-DATA                PIC X(159).
       FD  REGISTER-FILE.
       COPY PROCREG.
       FD  REPORT-FILE.
       01  REPORT-REC                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-HISTORY-STATUS           PIC X(02).
           88  WS-HISTORY-OK           VALUE "00".
       01  WS-REGISTER-STATUS          PIC X(02).
           88  WS-REGISTER-OK          VALUE "00".
       01  WS-REPORT-STATUS            PIC X(02).
           88  WS-REPORT-OK            VALUE "00".
       01  WS-CMD-LINE                 PIC X(80).
       01  WS-ARG-1                    PIC X(08) VALUE SPACE.
       01  WS-ARG-2                    PIC X(08) VALUE SPACE.
       01  WS-ARG-3                    PIC X(08) VALUE SPACE.
       01  WS-ARG-WORK                 PIC X(08).
       01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACE.
       01  WS-ENV-PARM                 PIC X(01) VALUE SPACE.
       01  WS-TEST-WATERMARK           PIC X(50) VALUE
           "********  TEST RUN - NOT PRODUCTION  ********".
       01  WS-LOOKBACK                 PIC 9(02) VALUE 7.
       01  WS-EOF-SW                   PIC X(01).
           88  WS-FILE-EOF             VALUE "Y".
      *    Highest "CLEAN THRU" date any earlier RUNGAP row recorded
      *    for this environment; zero when the check has never run.
       01  WS-WATERMARK                PIC 9(08) VALUE ZERO.
       01  WS-CLEAN-TEXT.
           05  FILLER                  PIC X(11) VALUE "CLEAN THRU ".
           05  WS-CLEAN-DATE           PIC 9(08).
       01  WS-START-DATE               PIC 9(08).
       01  WS-END-DATE                 PIC 9(08).
       01  WS-START-DAY-NO             PIC 9(08) COMP.
       01  WS-END-DAY-NO               PIC 9(08) COMP.
       01  WS-DAY-NO                   PIC 9(08) COMP.
       01  WS-DAY-DATE                 PIC 9(08).
      *    One completed/not-completed flag per calendar day of the
      *    range, subscripted by the day's offset from the start -
      *    a longer outage than this is checked for its latest
      *    days and the report says the range was cut.
       01  WS-DONE-MAX                 PIC 9(04) COMP VALUE 400.
       01  WS-DONE-IDX                 PIC 9(04) COMP.
       01  WS-DONE-TABLE.
           05  WS-DONE-FLAG            PIC X(01) OCCURS 400 TIMES.
               88  WS-DATE-DONE        VALUE "Y".
       01  WS-RANGE-CUT-SW             PIC X(01) VALUE "N".
           88  WS-RANGE-CUT            VALUE "Y".
       01  WS-RANGE-EMPTY-SW           PIC X(01) VALUE "N".
           88  WS-RANGE-EMPTY          VALUE "Y".
       01  WS-NO-BUSCAL-SW             PIC X(01) VALUE "N".
           88  WS-NO-BUSCAL-NOTED      VALUE "Y".
       01  WS-GAP-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  WS-FIRST-GAP-DAY-NO         PIC 9(08) COMP VALUE ZERO.
       01  WS-CHECKED-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-COUNT-DISP               PIC ZZZ9.
       01  WS-COUNT-DISP-2             PIC ZZZ9.
       COPY BUSPARM.
       COPY P1RUN.

       PROCEDURE DIVISION.
       A000-CONTROL.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-ARG-1 WS-ARG-2 WS-ARG-3.
           PERFORM A100-EDIT-ARGUMENTS.
           PERFORM P0005-INIT-RUN-CONTROL.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "RUNGAP - MISSED-NIGHT CHECK - BUSINESS DATE "
                  P1-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF NOT P1-ENV-PRODUCTION
               MOVE WS-TEST-WATERMARK TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM B000-FIND-WATERMARK.
           PERFORM B500-SET-RANGE.
           IF WS-RANGE-EMPTY
               MOVE "NOTHING TO CHECK - ALREADY CLEAN THROUGH YESTERDAY"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE WS-WATERMARK TO WS-CLEAN-DATE
           ELSE
               PERFORM C000-MARK-COMPLETED-RUNS
               PERFORM D000-LIST-GAPS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AU-KEY-INPUT.
           IF WS-RANGE-EMPTY
               MOVE "NO DATES DUE" TO AU-KEY-INPUT
           ELSE
               STRING "CHECKED " WS-START-DATE " THRU " WS-END-DATE
                   DELIMITED BY SIZE INTO AU-KEY-INPUT
           END-IF.
           MOVE WS-CLEAN-TEXT TO AU-KEY-OUTPUT.
           IF WS-GAP-COUNT > ZERO
               MOVE 4 TO AU-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO AU-RETURN-CODE
           END-IF.
           PERFORM L900-WRITE-AUDIT.
           CLOSE AUDIT-FILE.

           CLOSE REPORT-FILE.
           STOP RUN.
       A000-EXIT.
           EXIT.

       P0005-INIT-RUN-CONTROL.
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
           MOVE 1 TO P1-CYCLE-NO.
       P0005-EXIT.
           EXIT.

      *    Arguments are told apart by shape, so any may be left
      *    off: eight digits is the business date, one or two
      *    digits the look-back, a lone letter the environment.
       A100-EDIT-ARGUMENTS.
           MOVE WS-ARG-1 TO WS-ARG-WORK.
           PERFORM A110-EDIT-ONE-ARGUMENT.
           MOVE WS-ARG-2 TO WS-ARG-WORK.
           PERFORM A110-EDIT-ONE-ARGUMENT.
           MOVE WS-ARG-3 TO WS-ARG-WORK.
           PERFORM A110-EDIT-ONE-ARGUMENT.
       A100-EXIT.
           EXIT.

       A110-EDIT-ONE-ARGUMENT.
           IF WS-ARG-WORK IS NUMERIC
               MOVE WS-ARG-WORK TO WS-RUN-DATE-PARM
           END-IF.
           IF WS-ARG-WORK (1:1) NOT = SPACE
              AND WS-ARG-WORK (2:7) = SPACES
              AND WS-ARG-WORK (1:1) IS NOT NUMERIC
               MOVE WS-ARG-WORK (1:1) TO WS-ENV-PARM
           END-IF.
           IF WS-ARG-WORK (1:1) IS NUMERIC
              AND WS-ARG-WORK (2:7) = SPACES
              AND WS-ARG-WORK (1:1) NOT = "0"
               MOVE WS-ARG-WORK (1:1) TO WS-LOOKBACK
           END-IF.
           IF WS-ARG-WORK (1:2) IS NUMERIC
              AND WS-ARG-WORK (3:6) = SPACES
              AND WS-ARG-WORK (1:2) NOT = "00"
               MOVE WS-ARG-WORK (1:2) TO WS-LOOKBACK
           END-IF.
       A110-EXIT.
           EXIT.

      *    Both audit sources are read - live AUDITLOG and the AUD
      *    rows HSKEEP has archived - so the watermark survives the
      *    nightly sweep.
       B000-FIND-WATERMARK.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM B100-TEST-WATERMARK-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HIST-REC-TYPE = "AUD"
                               MOVE HIST-DATA TO AU-AUDIT-REC
                               PERFORM B100-TEST-WATERMARK-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       B000-EXIT.
           EXIT.

       B100-TEST-WATERMARK-ROW.
           IF AU-PROGRAM-ID = "RUNGAP"
              AND AU-KEY-OUTPUT (1:11) = "CLEAN THRU "
              AND AU-KEY-OUTPUT (12:8) IS NUMERIC
               IF (P1-ENV-PRODUCTION
                       AND (AU-ENVIRONMENT = "P"
                            OR AU-ENVIRONMENT = SPACE))
                  OR AU-ENVIRONMENT = P1-ENVIRONMENT
                   MOVE AU-KEY-OUTPUT (12:8) TO WS-CLEAN-DATE
                   IF WS-CLEAN-DATE > WS-WATERMARK
                       MOVE WS-CLEAN-DATE TO WS-WATERMARK
                   END-IF
               END-IF
           END-IF.
       B100-EXIT.
           EXIT.

      *    The day after the watermark (or the look-back on a first
      *    run) through the day before the business date - tonight's
      *    own date is the one about to run.  A catch-up run for an
      *    older date therefore only checks the dates before it.
       B500-SET-RANGE.
           COMPUTE WS-END-DAY-NO =
               FUNCTION INTEGER-OF-DATE (P1-RUN-DATE) - 1.
           IF WS-WATERMARK > ZERO
               COMPUTE WS-START-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (WS-WATERMARK) + 1
           ELSE
               COMPUTE WS-START-DAY-NO = WS-END-DAY-NO - WS-LOOKBACK + 1
           END-IF.
           IF WS-START-DAY-NO > WS-END-DAY-NO
               SET WS-RANGE-EMPTY TO TRUE
           ELSE
               IF WS-END-DAY-NO - WS-START-DAY-NO + 1 > WS-DONE-MAX
                   SET WS-RANGE-CUT TO TRUE
                   COMPUTE WS-START-DAY-NO =
                       WS-END-DAY-NO - WS-DONE-MAX + 1
               END-IF
               COMPUTE WS-START-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-START-DAY-NO)
               COMPUTE WS-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-END-DAY-NO)
               MOVE ALL "N" TO WS-DONE-TABLE
               MOVE SPACES TO REPORT-REC
               STRING "CHECKING BUSINESS DAYS " WS-START-DATE
                      " THRU " WS-END-DATE
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               IF WS-RANGE-CUT
                   MOVE SPACES TO REPORT-REC
                   MOVE "** LAST CLEAN CHECK OVER 400 DAYS BACK - CUT"
                       TO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-IF.
       B500-EXIT.
           EXIT.

      *    Marks every date in the range that MAIN is known to have
      *    completed - from the input register and from MAIN's own
      *    audit rows, live and archived.  Any cycle counts: a
      *    supplemental cannot run without the scheduled cycle.
       C000-MARK-COMPLETED-RUNS.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PF-FILE-ID = "MAININ"
                              AND PF-RUN-ID IS NUMERIC
                               MOVE PF-RUN-ID TO WS-DAY-DATE
                               PERFORM C200-MARK-ONE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM C100-TEST-MAIN-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HIST-REC-TYPE = "AUD"
                               MOVE HIST-DATA TO AU-AUDIT-REC
                               PERFORM C100-TEST-MAIN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       C000-EXIT.
           EXIT.

       C100-TEST-MAIN-ROW.
           IF AU-PROGRAM-ID = "MAIN"
              AND AU-RUN-ID IS NUMERIC
              AND (AU-KEY-OUTPUT = "RUN COMPLETE"
                   OR AU-KEY-OUTPUT = "SKIPPED - ALREADY COMPLETE")
               IF (P1-ENV-PRODUCTION
                       AND (AU-ENVIRONMENT = "P"
                            OR AU-ENVIRONMENT = SPACE))
                  OR AU-ENVIRONMENT = P1-ENVIRONMENT
                   MOVE AU-RUN-ID TO WS-DAY-DATE
                   PERFORM C200-MARK-ONE-DATE
               END-IF
           END-IF.
       C100-EXIT.
           EXIT.

       C200-MARK-ONE-DATE.
           IF WS-DAY-DATE >= WS-START-DATE
              AND WS-DAY-DATE <= WS-END-DATE
               COMPUTE WS-DONE-IDX =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-DATE)
                       - WS-START-DAY-NO + 1
               MOVE "Y" TO WS-DONE-FLAG (WS-DONE-IDX)
           END-IF.
       C200-EXIT.
           EXIT.

      *    Walks the range a day at a time; a business day with no
      *    completed MAIN is a gap.  The new watermark stops short of
      *    the earliest gap so it is listed again tomorrow until it
      *    has been caught up.
       D000-LIST-GAPS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-DAY-NO FROM WS-START-DAY-NO BY 1
                   UNTIL WS-DAY-NO > WS-END-DAY-NO
               PERFORM D100-CHECK-ONE-DATE
           END-PERFORM.
           IF WS-FIRST-GAP-DAY-NO > ZERO
               COMPUTE WS-CLEAN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-FIRST-GAP-DAY-NO - 1)
           ELSE
               MOVE WS-END-DATE TO WS-CLEAN-DATE
           END-IF.
           IF WS-CLEAN-DATE < WS-WATERMARK
               MOVE WS-WATERMARK TO WS-CLEAN-DATE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISP.
           MOVE WS-GAP-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO REPORT-REC.
           STRING "BUSINESS DAYS CHECKED " WS-COUNT-DISP
                  "   NOT RUN " WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-GAP-COUNT > ZERO
               MOVE SPACES TO REPORT-REC
               MOVE "** RUN THE CATCH-UP DATES ABOVE, OLDEST FIRST"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       D000-EXIT.
           EXIT.

       D100-CHECK-ONE-DATE.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
           SET BD-TEST-DATE TO TRUE.
           MOVE WS-DAY-DATE TO BD-FROM-DATE.
           CALL "BUSDAY" USING BD-BUSINESS-PARM.
           IF BD-NO-CALENDAR AND NOT WS-NO-BUSCAL-NOTED
               SET WS-NO-BUSCAL-NOTED TO TRUE
               MOVE "NO BUSCAL CALENDAR - HOLIDAYS COUNT AS BUS DAYS"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF BD-BUSINESS-DAY
               ADD 1 TO WS-CHECKED-COUNT
               COMPUTE WS-DONE-IDX = WS-DAY-NO - WS-START-DAY-NO + 1
               IF NOT WS-DATE-DONE (WS-DONE-IDX)
                   ADD 1 TO WS-GAP-COUNT
                   IF WS-FIRST-GAP-DAY-NO = ZERO
                       MOVE WS-DAY-NO TO WS-FIRST-GAP-DAY-NO
                   END-IF
                   MOVE SPACES TO REPORT-REC
                   STRING "** NO COMPLETED MAIN RUN FOR BUSINESS DATE "
                          WS-DAY-DATE
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-IF.
       D100-EXIT.
           EXIT.

       L900-WRITE-AUDIT.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE "RUNGAP"     TO AU-PROGRAM-ID.
           MOVE P1-RUN-ID    TO AU-RUN-ID.
           MOVE P1-ENVIRONMENT TO AU-ENVIRONMENT.
           MOVE P1-CYCLE-NO  TO AU-CYCLE-NO.
           WRITE AU-AUDIT-REC.
       L900-EXIT.
           EXIT.
